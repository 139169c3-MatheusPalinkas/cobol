      *--------------------------------------------------------------*
      *    AREA DE CHAMADA DO SERVICO DE NUMERACAO DE DOCUMENTOS:
      *
      *        CALL "TP05-NUMERADOR" USING NUM-PARAMETROS
      *
      *    NUM-OPERACAO:
      *      E - ENTREGA NUM-QUANTIDADE NUMEROS SEGUIDOS DE NUM-TIPO
      *          (ZERO OU 1 = UM NUMERO; MAIS DE UM = FAIXA
      *          RESERVADA), DEVOLVIDOS EM NUM-NUMERO-INICIO/FIM;
      *      U - REGISTRA QUE OS NUMEROS NUM-NUMERO-INICIO A
      *          NUM-NUMERO-FIM FORAM DE FATO USADOS EM DOCUMENTOS;
      *      I - CADASTRA NUM-TIPO COM NUM-DESCRICAO, A FAIXA
      *          NUM-FAIXA-INICIO/FIM E O ULTIMO NUMERO JA USADO
      *          NUM-ULTIMO, SE O TIPO AINDA NAO EXISTIR;
      *      A - COMO I, MAS AJUSTA O TIPO QUE JA EXISTIR;
      *      L - LIBERA A TRAVA DE UMA SESSAO QUE CAIU NO MEIO.
      *    NUM-PROGRAMA IDENTIFICA O CHAMADOR NO HISTORICO. O
      *    RESULTADO VOLTA EM NUM-RETORNO; COM A TRAVA OCUPADA,
      *    NUM-TRAVA-PROGRAMA/DATA/HORA DIZEM QUEM A DETEM.
      *--------------------------------------------------------------*
       01 NUM-PARAMETROS.
           05 NUM-OPERACAO          PIC X                 VALUE "E".
               88 NUM-OP-ENTREGAR                         VALUE "E".
               88 NUM-OP-UTILIZADO                        VALUE "U".
               88 NUM-OP-INCLUIR                          VALUE "I".
               88 NUM-OP-AJUSTAR                          VALUE "A".
               88 NUM-OP-LIBERAR                          VALUE "L".
           05 NUM-TIPO              PIC X(08)             VALUE SPACES.
           05 NUM-PROGRAMA          PIC X(12)             VALUE SPACES.
           05 NUM-QUANTIDADE        PIC 9(06)             VALUE ZEROS.
           05 NUM-DESCRICAO         PIC X(30)             VALUE SPACES.
           05 NUM-FAIXA-INICIO      PIC 9(10)             VALUE ZEROS.
           05 NUM-FAIXA-FIM         PIC 9(10)             VALUE ZEROS.
           05 NUM-ULTIMO            PIC 9(10)             VALUE ZEROS.
           05 NUM-NUMERO-INICIO     PIC 9(10)             VALUE ZEROS.
           05 NUM-NUMERO-FIM        PIC 9(10)             VALUE ZEROS.
           05 NUM-RETORNO           PIC 9                 VALUE ZEROS.
               88 NUM-OK                                  VALUE 0.
               88 NUM-TRAVA-OCUPADA                       VALUE 1.
               88 NUM-FAIXA-ESGOTADA                      VALUE 2.
               88 NUM-TIPO-INEXISTENTE                    VALUE 3.
               88 NUM-FAIXA-INVALIDA                      VALUE 4.
           05 NUM-TRAVA-PROGRAMA    PIC X(12)             VALUE SPACES.
           05 NUM-TRAVA-DATA        PIC 9(08)             VALUE ZEROS.
           05 NUM-TRAVA-HORA        PIC 9(08)             VALUE ZEROS.
