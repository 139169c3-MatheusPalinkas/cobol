      *--------------------------------------------------------------*
      *    CARREGA O REGISTRO DA EMPRESA WS-EMP-CODIGO (VER
      *    EMPRESA-FD.cpy) NOS CAMPOS WS-EMP-*; COM O CODIGO EM BRANCO
      *    VALE A PRIMEIRA LINHA, A MATRIZ. FLAG-EMPRESA-LOCALIZADA
      *    DIZ SE A EMPRESA PEDIDA EXISTE. SEM O ARQUIVO, OS PADROES
      *    DE EMPRESA-STATUS.cpy PERMANECEM PARA A MATRIZ (A EMISSAO
      *    NAO PARA POR FALTA DE CADASTRO). O CHAMADOR DEVE TER
      *    DECLARADO UM PARAGRAFO OBTER-CAMINHO-EMPRESA.
      *--------------------------------------------------------------*
           MOVE SPACES TO WS-STATUS-EMPRESA.
           MOVE ZEROS  TO WS-EMP-LOCALIZADA.

           PERFORM OBTER-CAMINHO-EMPRESA.

           OPEN INPUT EMPRESA.

           IF FLAG-EMPRESA-SUCESSO
               PERFORM UNTIL FLAG-EMPRESA-LOCALIZADA
               OR NOT FLAG-EMPRESA-SUCESSO
                   READ EMPRESA

                   IF FLAG-EMPRESA-SUCESSO
                       IF EP-CODIGO = SPACES
                           MOVE CONST-EMPRESA-MATRIZ TO EP-CODIGO
                       END-IF

                       IF WS-EMP-CODIGO = SPACES
                       OR WS-EMP-CODIGO = EP-CODIGO
                           MOVE EP-RAZAO-SOCIAL    TO WS-EMP-RAZAO
                           MOVE EP-CNPJ            TO WS-EMP-CNPJ
                           MOVE EP-ENDERECO        TO WS-EMP-ENDERECO
                           MOVE EP-CONVENIO-BANCO
                               TO WS-EMP-CONVENIO-BANCO
                           MOVE EP-CONVENIO-NUMERO
                               TO WS-EMP-CONVENIO-NUMERO
                           MOVE EP-CODIGO          TO WS-EMP-CODIGO
                           MOVE 1                  TO WS-EMP-LOCALIZADA
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE EMPRESA
           ELSE
               IF WS-EMP-CODIGO = SPACES
               OR WS-EMP-CODIGO = CONST-EMPRESA-MATRIZ
                   MOVE CONST-EMPRESA-MATRIZ TO WS-EMP-CODIGO
                   MOVE 1                    TO WS-EMP-LOCALIZADA
               END-IF
           END-IF.
