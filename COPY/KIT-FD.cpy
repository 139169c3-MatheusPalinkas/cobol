      *--------------------------------------------------------------*
      *    COMPOSICAO DOS KITS (kits.dat): UMA LINHA POR COMPONENTE,
      *    COM O CODIGO DO KIT, O CODIGO DO COMPONENTE E QUANTAS
      *    UNIDADES DO COMPONENTE VAO EM UM KIT. KIT E COMPONENTE SAO
      *    PRODUTOS DO MESTRE; UM KIT NAO ENTRA COMO COMPONENTE DE
      *    OUTRO. MANTIDO POR TP10-KITS.
      *--------------------------------------------------------------*
       FD  KITS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-KIT.

       01  REG-KIT.
           05 KT-KIT                PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 KT-COMPONENTE         PIC X(5)              VALUE SPACES.
           05 FILLER                PIC X                 VALUE SPACES.
           05 KT-QUANTIDADE         PIC 9(3)              VALUE ZEROS.
