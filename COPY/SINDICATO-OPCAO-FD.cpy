      *--------------------------------------------------------------*
      *    OPCOES SINDICAIS DOS FUNCIONARIOS (sindicato_opcoes.dat):
      *    HISTORICO DE ADESAO E DESISTENCIA, UMA LINHA POR REGISTRO
      *    COM A DATA A PARTIR DA QUAL VALE - SE O FUNCIONARIO E
      *    ASSOCIADO (MENSALIDADE) E SE AUTORIZOU A CONTRIBUICAO
      *    ANUAL. VALE A ULTIMA OPCAO EFETIVA ATE O FIM DA
      *    COMPETENCIA; SEM OPCAO REGISTRADA NAO HA DESCONTO.
      *    GRAVADO POR TP08-SINDICATO.
      *--------------------------------------------------------------*
       FD  SINDICATO-OPCOES
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SINDICATO-OPCAO.

       01  REG-SINDICATO-OPCAO.
           05 SO-PRONTUARIO         PIC X(8)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SO-DATA-EFETIVA       PIC 9(8)              VALUE ZEROS.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SO-ASSOCIADO          PIC X                 VALUE "N".
               88 FLAG-SO-ASSOCIADO                VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 SO-CONTRIBUICAO       PIC X                 VALUE "N".
               88 FLAG-SO-AUTORIZA-CONTRIB         VALUE "S".
           05 FILLER                PIC X                 VALUE SPACES.
           05 SO-OPERADOR           PIC X(10)             VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 SO-DATA-REGISTRO      PIC 9(8)              VALUE ZEROS.
