           03  FILLER                PIC X(33).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQLOG
           VALUE OF FILE-ID IS "ESC13.LOG".
                 MOVE "OFF-LINE OU DESLIGADA" TO PARECER-WSTA
              WHEN "43"
                 MOVE "OCUPADA APOS TENTATIVAS" TO PARECER-WSTA
              WHEN "90"
                 MOVE "ACESSO NEGADO AO USUARIO" TO PARECER-WSTA
              WHEN "95"
                 MOVE "ECF NAO CONFERE C/ CADASTRO" TO PARECER-WSTA
              WHEN "96"
                 MOVE "CONTADOR Z FORA DE SEQUENCIA" TO PARECER-WSTA
              WHEN "97"
