      *A LEGISLACAO EXIGE A REDUCAO Z SEM MOVIMENTO MESMO COM A LOJA      *
      *FECHADA - MAS OS TERMINAIS SAEM NO RESUMO COMO S/MOV, EM CONTAGEM  *
      *PROPRIA, P/ NAO SE MISTURAREM COM FECHAMENTO DE DIA DE VENDA REAL  *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-8 = DATA AAAAMMDD DO FECHAMENTO (DEFAULT = HOJE)     *
      *A REDUCAO Z SO PODE SER TIRADA NO PROPRIO DIA: DATA INFORMADA      *
      *DIFERENTE DE HOJE (EX.: RERODADA DO LOTENOT NO DIA SEGUINTE) E     *
      *RECUSADA SEM DISPARAR NADA, P/ NAO FECHAR O DIA ERRADO             *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  FILLER                PIC X(33).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (DATA DO FECHAMENTO) *********************
       01  PARAMETROS.
           03  PARAM-DATA            PIC X(08).

      * DATA/HORA DO FECHAMENTO ****************************************
       01  DATA-HOJE                 PIC X(08).
       01  DATA-AAAAMMDD REDEFINES
           MOVE DATA-MM TO DCK-MM.
           MOVE DATA-DD TO DCK-DD.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           IF PARAM-DATA NUMERIC
              AND PARAM-DATA NOT = DATA-HOJE
              DISPLAY "FECHAMENTO DE " PARAM-DATA " RECUSADO - A "
                 "REDUCAO Z SO SAI NO PROPRIO DIA (" DATA-HOJE ")"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           STRING "ESC13" DATA-HOJE ".CKP"
              DELIMITED BY SIZE INTO ARQ-CHECKPOINT
           END-STRING.
