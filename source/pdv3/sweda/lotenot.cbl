      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOTENOT.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *CONTROLADOR DO LOTE NOTURNO. SUBSTITUI A FOLHA DE INSTRUCOES DA    *
      *NOITE (FECHADIA, DEPOIS RELTESO, DEPOIS RELEXC; NA VIRADA DO MES   *
      *FECHAMES E ARQMES; NA MATRIZ O CONSLOJA): LE A DEFINICAO DO LOTE   *
      *EM LOTENOT.DAT E DISPARA OS PASSOS NA ORDEM DO ARQUIVO, CADA UM    *
      *COM O PARAMETRO MONTADO A PARTIR DA DATA DE MOVIMENTO.             *
      *UM REGISTRO POR PASSO (LINHA COM "*" NA POSICAO 1 E COMENTARIO):   *
      *   POSICOES 1-8   = NOME DO PASSO                                  *
      *   POSICOES 10-17 = PROGRAMA A EXECUTAR                            *
      *   POSICOES 19-34 = PARAMETRO. "AAAAMMDD" NO INICIO VIRA A DATA DE *
      *                    MOVIMENTO E "AAAAMM" VIRA O MES DE REFERENCIA  *
      *                    DO PASSO; O RESTO VAI COMO ESTA (EX.: ARQMES   *
      *                    COM "AAAAMM090S" = MES + 90 DIAS DE RETENCAO + *
      *                    RODADA SEM OPERADOR, QUE NAO PEDE LOGIN).      *
      *                    EM BRANCO = PROGRAMA SEM PARAMETRO             *
      *   POSICAO  36    = FREQUENCIA: D = TODO DIA, M = SO NO FIM DO MES *
      *   POSICOES 38-73 = ATE 4 PASSOS DE QUE ESTE DEPENDE (8 POSICOES   *
      *                    CADA, SEPARADOS POR UM BRANCO), SEMPRE PASSOS  *
      *                    ANTERIORES NO ARQUIVO                          *
      *   POSICOES 75-76 = MAIOR RETORNO ACEITO COMO SUCESSO (DEFAULT 00).*
      *                    OS RELATORIOS DE CONFERENCIA DEVOLVEM 1 QUANDO *
      *                    ACHAM EXCECAO - COM 01 AQUI A EXCECAO FICA NO  *
      *                    RELATORIO E NAO SEGURA O LOTE                  *
      *O FIM DO MES E PROCESSADO NA RODADA QUE ABRE O MES SEGUINTE (DATA  *
      *DE MOVIMENTO DIA 01), COMO O FECHAMES E O ARQMES ESPERAM: NO PASSO *
      *M O MES DE REFERENCIA E O MES QUE ACABOU DE FECHAR; NO PASSO D E O *
      *PROPRIO MES DA DATA DE MOVIMENTO. EM QUALQUER OUTRO DIA O PASSO M  *
      *FICA COMO N/A E NAO SEGURA QUEM DEPENDE DELE.                      *
      *EXEMPLO (LOJA), ATE A POSICAO 45:                                  *
      *   FECHADIA FECHADIA AAAAMMDD         D                            *
      *   RELTESO  RELTESO  AAAAMMDD         D FECHADIA                   *
      *   RELEXC   RELEXC   AAAAMMDD         D FECHADIA                   *
      *   FECHAMES FECHAMES AAAAMM           M FECHADIA                   *
      *   ARQMES   ARQMES   AAAAMM090S       M FECHAMES                   *
      *COM 01 NAS POSICOES 75-76 DO RELTESO E DO RELEXC (SOBRA/FALTA E    *
      *EXCECAO DA NOITE FICAM NOS RELATORIOS, NAO SAO FALHA DO LOTE).     *
      *NA MATRIZ A DEFINICAO TRAZ O CONSLOJA (AAAAMMDD, D) E, SE QUISER O *
      *MENSAL, OUTRO PASSO CONSLOJA COM AAAAMM E FREQUENCIA M.            *
      *O RETORNO DE CADA PROGRAMA (RETCODE, COMO O DO ESC13) ACIMA DO     *
      *ACEITO NO PASSO E FALHA: OS PASSOS QUE DEPENDEM DELE FICAM         *
      *BLOQUEADOS E NAO RODAM, OS INDEPENDENTES SEGUEM. A SITUACAO DE CADA*
      *PASSO FICA NO ARQUIVO DATADO LOTEAAAAMMDD.STA, REGRAVADO APOS CADA *
      *PASSO - A RERODADA DA MESMA DATA PULA O QUE JA TERMINOU OK E       *
      *RECOMECA DO PASSO QUE FALHOU. CADA PASSO VAI P/ O LOG LOTENOT.LOG E*
      *CADA FALHA E ENFILEIRADA NA HORA EM ESC13ALE.DAT, ONDE O MONALE JA *
      *VIGIA.                                                             *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-8 = DATA DE MOVIMENTO AAAAMMDD (DEFAULT = HOJE)      *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  PC.
       OBJECT-COMPUTER.  PC.
       SPECIAL-NAMES.
           CONSOLE       IS CRT
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *********************************************************************
      * TRATAMENTO ARQUIVOS                                               *
      *********************************************************************
       FILE-CONTROL.

           SELECT ARQJOB ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-JOB.

           SELECT ARQSIT ASSIGN TO DYNAMIC ARQ-SITUACAO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-SIT.

           SELECT ARQLOG ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-LOG.

           SELECT ARQALE ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ALE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQJOB
           VALUE OF FILE-ID IS "LOTENOT.DAT".
       01  LINHA-JOB                    PIC X(080).

       FD  ARQSIT.
       01  LINHA-SIT                    PIC X(080).

       FD  ARQLOG
           VALUE OF FILE-ID IS "LOTENOT.LOG".
       01  LINHA-LOG                    PIC X(120).

       FD  ARQALE
           VALUE OF FILE-ID IS "ESC13ALE.DAT".
       01  LINHA-ALE                    PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (DATA DE MOVIMENTO) **********************
       01  PARAMETROS.
           03  PARAM-DATA            PIC X(08).

      * DATA/HORA DA RODADA E DATA DE MOVIMENTO ************************
       01  DATA-HOJE                 PIC X(08).
       01  DATA-AAAAMMDD REDEFINES
           DATA-HOJE.
           03  DATA-AAAA             PIC 9(04).
           03  DATA-MM               PIC 9(02).
           03  DATA-DD               PIC 9(02).
       01  HORA-AGORA                PIC X(08).
       01  HORA-HHMMSS REDEFINES
           HORA-AGORA.
           03  HORA-HH               PIC 9(02).
           03  HORA-MI               PIC 9(02).
           03  HORA-SS               PIC 9(02).
           03  FILLER                PIC 9(02).
       01  DATA-MOVIMENTO            PIC X(08).
       01  DATA-MOVIMENTO-9 REDEFINES
           DATA-MOVIMENTO            PIC 9(08).
       01  FIM-DE-MES                PIC X(01) VALUE "N".

      * MES DE REFERENCIA DOS PASSOS (D = MES DO MOVIMENTO, M = MES QUE *
      * ACABOU DE FECHAR = VESPERA DO DIA 1 DO MES DO MOVIMENTO) *******
       01  MES-DIARIO                PIC X(06).
       01  MES-FECHADO               PIC X(06).
       01  DIAS-INTEIROS             PIC 9(08) COMP.
       01  DATA-AUX                  PIC 9(08).
       01  DATA-AUX-X REDEFINES
           DATA-AUX                  PIC X(08).

      * NOME DO ARQUIVO DATADO DE SITUACAO DOS PASSOS ******************
       01  ARQ-SITUACAO              PIC X(20) VALUE SPACES.

      * DEFINICAO DE UM PASSO DO LOTE (LOTENOT.DAT) ********************
       01  REG-PASSO.
           03  JOB-PASSO             PIC X(08).
           03  FILLER                PIC X(01).
           03  JOB-PROGRAMA          PIC X(08).
           03  FILLER                PIC X(01).
           03  JOB-PARAMETRO         PIC X(16).
           03  FILLER                PIC X(01).
           03  JOB-FREQUENCIA        PIC X(01).
           03  FILLER                PIC X(01).
           03  JOB-DEPENDENCIAS.
               05  JOB-DEP-LANCE OCCURS 4.
                   07  JOB-DEPENDE   PIC X(08).
                   07  FILLER        PIC X(01).
           03  FILLER                PIC X(01).
           03  JOB-RET-ACEITO        PIC X(02).
           03  FILLER                PIC X(04).

      * SITUACAO DE UM PASSO NA DATA (LOTEAAAAMMDD.STA) ****************
       01  REG-SITUACAO.
           03  SIT-PASSO             PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  SIT-SITUACAO          PIC X(05).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  SIT-RETORNO           PIC 9(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  SIT-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  SIT-HORA              PIC X(06).
           03  FILLER                PIC X(46) VALUE SPACES.

      * PASSOS DO LOTE CARREGADOS EM MEMORIA, NA ORDEM DO ARQUIVO. A    *
      * SITUACAO E "OK", "FALHA", "BLOQ" (DEPENDENCIA NAO CONCLUIDA),   *
      * "N/A" (PASSO M FORA DO FIM DO MES) OU BRANCO (AINDA NAO RODOU)  *
       01  TABELA-PASSOS.
           03  PAS-LANCE OCCURS 30.
               05  PAS-PASSO         PIC X(08).
               05  PAS-PROGRAMA      PIC X(08).
               05  PAS-PARAMETRO     PIC X(16).
               05  PAS-FREQUENCIA    PIC X(01).
               05  PAS-DEPENDE OCCURS 4
                                     PIC X(08).
               05  PAS-RET-ACEITO    PIC 9(02).
               05  PAS-SITUACAO      PIC X(05).
               05  PAS-RETORNO       PIC 9(03).
               05  PAS-DATA          PIC X(08).
               05  PAS-HORA          PIC X(06).
       01  QTD-PASSOS                PIC 9(03) COMP VALUE ZERO.
       01  MAX-PASSOS                PIC 9(03) COMP VALUE 30.
       01  IND-PASSO                 PIC 9(03) COMP VALUE ZERO.
       01  IND-BUSCA                 PIC 9(03) COMP VALUE ZERO.
       01  IND-ACHADO                PIC 9(03) COMP VALUE ZERO.
       01  IND-DEP                   PIC 9(02) COMP VALUE ZERO.
       01  FIM-ARQUIVO               PIC X(01).

      * EXECUCAO DE UM PASSO *******************************************
       01  PARAM-PASSO               PIC X(16) VALUE SPACES.
       01  MES-PASSO                 PIC X(06) VALUE SPACES.
       01  COMANDO-SO                PIC X(40) VALUE SPACES.
       01  RETORNO-PASSO             PIC 9(03) VALUE ZERO.
       01  DEPENDENCIAS-OK           PIC X(01) VALUE "S".
       01  PASSO-PENDENTE            PIC X(08) VALUE SPACES.
       01  OCORRENCIA                PIC X(40) VALUE SPACES.

      * TOTAIS DA RODADA ***********************************************
       01  QTD-OK                    PIC 9(03) VALUE ZERO.
       01  QTD-FALHA                 PIC 9(03) VALUE ZERO.
       01  QTD-BLOQ                  PIC 9(03) VALUE ZERO.
       01  QTD-JA-FEITOS             PIC 9(03) VALUE ZERO.
       01  ROD-OK                    PIC ZZ9.
       01  ROD-JA-FEITOS             PIC ZZ9.
       01  ROD-FALHA                 PIC ZZ9.
       01  ROD-BLOQ                  PIC ZZ9.

      * FILA DE ALERTAS (MESMO LAYOUT DO ESC13 - ESC13ALE.DAT). NO      *
      * ALERTA DO LOTE O TERMINAL E O MODO FICAM EM BRANCO E O WSTA     *
      * LEVA O RETORNO DO PROGRAMA QUE FALHOU                           *
       01  REG-ALERTA.
           03  ALE-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALE-HORA              PIC X(06).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALE-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALE-MODO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALE-WSTA              PIC X(02).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALE-MENSAGEM          PIC X(60).
           03  FILLER                PIC X(14) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-JOB                PIC X(02).
           03  WSTA-SIT                PIC X(02).
           03  WSTA-LOG                PIC X(02).
           03  WSTA-ALE                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           IF PARAM-DATA NUMERIC
              MOVE PARAM-DATA TO DATA-MOVIMENTO
           ELSE
              MOVE DATA-HOJE TO DATA-MOVIMENTO
           END-IF.

      * MES DE REFERENCIA DIARIO E MES FECHADO (VESPERA DO DIA 1) ******
           MOVE DATA-MOVIMENTO (1:6) TO MES-DIARIO.
           MOVE DATA-MOVIMENTO-9 TO DATA-AUX.
           MOVE "01" TO DATA-AUX-X (7:2).
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1.
           COMPUTE DATA-AUX =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE DATA-AUX-X (1:6) TO MES-FECHADO.
           IF DATA-MOVIMENTO (7:2) = "01"
              MOVE "S" TO FIM-DE-MES
           END-IF.

           STRING "LOTE" DATA-MOVIMENTO ".STA"
              DELIMITED BY SIZE INTO ARQ-SITUACAO
           END-STRING.

           PERFORM CARREGA-PASSOS.
           IF QTD-PASSOS = ZERO
              DISPLAY "DEFINICAO DO LOTE LOTENOT.DAT VAZIA OU AUSENTE"
              MOVE "LOTENOT.DAT VAZIO OU AUSENTE" TO OCORRENCIA
              MOVE "--------" TO SIT-PASSO
              MOVE SPACES TO SIT-SITUACAO
              MOVE ZERO TO RETORNO-PASSO
              PERFORM GRAVA-LOG
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           PERFORM CARREGA-SITUACAO.

           DISPLAY "LOTE NOTURNO - MOVIMENTO DE " DATA-MOVIMENTO.
           PERFORM EXECUTA-PASSO THRU EXECUTA-PASSO-FIM
              VARYING IND-PASSO FROM 1 BY 1
              UNTIL IND-PASSO > QTD-PASSOS.

           MOVE QTD-OK TO ROD-OK.
           MOVE QTD-JA-FEITOS TO ROD-JA-FEITOS.
           MOVE QTD-FALHA TO ROD-FALHA.
           MOVE QTD-BLOQ TO ROD-BLOQ.
           DISPLAY "PASSOS OK: " ROD-OK "  JA FEITOS: " ROD-JA-FEITOS
              "  FALHA: " ROD-FALHA "  BLOQUEADOS: " ROD-BLOQ.
           IF QTD-FALHA > ZERO OR QTD-BLOQ > ZERO
              DISPLAY "RODE O LOTENOT DE NOVO C/ A MESMA DATA P/ "
                 "RECOMECAR DO PASSO QUE FALHOU"
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CARREGA A DEFINICAO DO LOTE NA TABELA DE PASSOS, NA ORDEM DO    *
      * ARQUIVO. LINHA EM BRANCO OU COMENTARIO ("*" NA POSICAO 1) E     *
      * IGNORADA; FREQUENCIA QUE NAO SEJA "M" VALE COMO DIARIA          *
      ******************************************************************
       CARREGA-PASSOS.
           MOVE ZERO TO QTD-PASSOS.
           OPEN INPUT ARQJOB.
           IF WSTA-JOB = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQJOB
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-JOB TO REG-PASSO
                       IF JOB-PASSO NOT = SPACES
                          AND JOB-PASSO (1:1) NOT = "*"
                          AND QTD-PASSOS < MAX-PASSOS
                          PERFORM ANOTA-PASSO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQJOB
           END-IF.

      ******************************************************************
      * LEVA O PASSO RECEM LIDO (REG-PASSO) P/ A TABELA                 *
      ******************************************************************
       ANOTA-PASSO.
           ADD 1 TO QTD-PASSOS.
           MOVE JOB-PASSO TO PAS-PASSO (QTD-PASSOS).
           MOVE JOB-PROGRAMA TO PAS-PROGRAMA (QTD-PASSOS).
           MOVE JOB-PARAMETRO TO PAS-PARAMETRO (QTD-PASSOS).
           IF JOB-FREQUENCIA = "M"
              MOVE "M" TO PAS-FREQUENCIA (QTD-PASSOS)
           ELSE
              MOVE "D" TO PAS-FREQUENCIA (QTD-PASSOS)
           END-IF.
           IF JOB-RET-ACEITO NUMERIC
              MOVE JOB-RET-ACEITO TO PAS-RET-ACEITO (QTD-PASSOS)
           ELSE
              MOVE ZERO TO PAS-RET-ACEITO (QTD-PASSOS)
           END-IF.
           PERFORM VARYING IND-DEP FROM 1 BY 1 UNTIL IND-DEP > 4
              MOVE JOB-DEPENDE (IND-DEP)
                 TO PAS-DEPENDE (QTD-PASSOS IND-DEP)
           END-PERFORM.
           MOVE SPACES TO PAS-SITUACAO (QTD-PASSOS).
           MOVE ZERO TO PAS-RETORNO (QTD-PASSOS).
           MOVE SPACES TO PAS-DATA (QTD-PASSOS).
           MOVE SPACES TO PAS-HORA (QTD-PASSOS).

      ******************************************************************
      * LE A SITUACAO JA GRAVADA P/ A DATA DE MOVIMENTO (RERODADA) E    *
      * LEVA P/ CADA PASSO DA TABELA. SEM ARQUIVO (WSTA "35") E A       *
      * PRIMEIRA RODADA DA DATA - TODOS OS PASSOS COMECAM DO ZERO       *
      ******************************************************************
       CARREGA-SITUACAO.
           OPEN INPUT ARQSIT.
           IF WSTA-SIT = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQSIT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-SIT TO REG-SITUACAO
                       MOVE SIT-PASSO TO PASSO-PENDENTE
                       PERFORM PROCURA-PASSO
                       IF IND-ACHADO > ZERO
                          MOVE SIT-SITUACAO
                             TO PAS-SITUACAO (IND-ACHADO)
                          IF SIT-RETORNO NUMERIC
                             MOVE SIT-RETORNO
                                TO PAS-RETORNO (IND-ACHADO)
                          END-IF
                          MOVE SIT-DATA TO PAS-DATA (IND-ACHADO)
                          MOVE SIT-HORA TO PAS-HORA (IND-ACHADO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQSIT
           END-IF.

      ******************************************************************
      * PROCURA NA TABELA O PASSO DE NOME PASSO-PENDENTE E DEIXA A      *
      * POSICAO EM IND-ACHADO (ZERO SE NAO HOUVER)                      *
      ******************************************************************
       PROCURA-PASSO.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-BUSCA FROM 1 BY 1
              UNTIL IND-BUSCA > QTD-PASSOS
              IF PAS-PASSO (IND-BUSCA) = PASSO-PENDENTE
                 MOVE IND-BUSCA TO IND-ACHADO
                 MOVE QTD-PASSOS TO IND-BUSCA
              END-IF
           END-PERFORM.

      ******************************************************************
      * EXECUTA UM PASSO DO LOTE: PULA O QUE JA TERMINOU OK NESTA DATA, *
      * MARCA N/A O PASSO DE FIM DE MES FORA DO FIM DO MES, BLOQUEIA O  *
      * PASSO COM DEPENDENCIA NAO CONCLUIDA E DISPARA OS DEMAIS,        *
      * REGISTRANDO A SITUACAO, O LOG E, NA FALHA, O ALERTA             *
      ******************************************************************
       EXECUTA-PASSO.
           MOVE SPACES TO PARAM-PASSO.
           IF PAS-SITUACAO (IND-PASSO) = "OK"
              ADD 1 TO QTD-JA-FEITOS
              DISPLAY "PASSO " PAS-PASSO (IND-PASSO)
                 " JA CONCLUIDO NESTA DATA - PULADO"
              MOVE "JA CONCLUIDO NESTA DATA - PULADO" TO OCORRENCIA
              PERFORM REGISTRA-PASSO
              GO TO EXECUTA-PASSO-FIM
           END-IF.

           IF PAS-FREQUENCIA (IND-PASSO) = "M"
              AND FIM-DE-MES NOT = "S"
              MOVE "N/A" TO PAS-SITUACAO (IND-PASSO)
              MOVE ZERO TO PAS-RETORNO (IND-PASSO)
              MOVE "PASSO DE FIM DE MES - NAO SE APLICA" TO OCORRENCIA
              PERFORM REGISTRA-PASSO
              GO TO EXECUTA-PASSO-FIM
           END-IF.

           PERFORM CONFERE-DEPENDENCIAS.
           IF DEPENDENCIAS-OK NOT = "S"
              MOVE "BLOQ" TO PAS-SITUACAO (IND-PASSO)
              MOVE ZERO TO PAS-RETORNO (IND-PASSO)
              ADD 1 TO QTD-BLOQ
              MOVE SPACES TO OCORRENCIA
              STRING "BLOQUEADO - DEPENDE DE " PASSO-PENDENTE
                    " NAO CONCLUIDO"
                 DELIMITED BY SIZE INTO OCORRENCIA
              END-STRING
              DISPLAY "PASSO " PAS-PASSO (IND-PASSO) " " OCORRENCIA
              PERFORM REGISTRA-PASSO
              GO TO EXECUTA-PASSO-FIM
           END-IF.

           PERFORM MONTA-PARAMETRO.
           MOVE SPACES TO COMANDO-SO.
           STRING FUNCTION TRIM(PAS-PROGRAMA (IND-PASSO)) " "
                  PARAM-PASSO
              DELIMITED BY SIZE INTO COMANDO-SO
           END-STRING.
           DISPLAY "EXECUTANDO PASSO " PAS-PASSO (IND-PASSO) ": "
              COMANDO-SO.
           CALL "SYSTEM" USING COMANDO-SO.
           MOVE RETURN-CODE TO RETORNO-PASSO.

           MOVE RETORNO-PASSO TO PAS-RETORNO (IND-PASSO).
           IF RETORNO-PASSO NOT > PAS-RET-ACEITO (IND-PASSO)
              MOVE "OK" TO PAS-SITUACAO (IND-PASSO)
              ADD 1 TO QTD-OK
              IF RETORNO-PASSO = ZERO
                 MOVE "CONCLUIDO" TO OCORRENCIA
              ELSE
                 MOVE "CONCLUIDO C/ EXCECAO (RETORNO ACEITO)"
                    TO OCORRENCIA
              END-IF
           ELSE
              MOVE "FALHA" TO PAS-SITUACAO (IND-PASSO)
              ADD 1 TO QTD-FALHA
              MOVE "TERMINOU COM RETORNO ACIMA DO ACEITO"
                 TO OCORRENCIA
              DISPLAY "PASSO " PAS-PASSO (IND-PASSO)
                 " FALHOU - RETORNO=" RETORNO-PASSO
              PERFORM GRAVA-ALERTA
           END-IF.
           PERFORM REGISTRA-PASSO.

       EXECUTA-PASSO-FIM.
           EXIT.

      ******************************************************************
      * CONFERE SE TODOS OS PASSOS DE QUE O PASSO CORRENTE DEPENDE JA   *
      * TERMINARAM OK (OU NAO SE APLICAM HOJE). DEPENDENCIA COM NOME    *
      * FORA DA DEFINICAO TAMBEM BLOQUEIA - E ERRO DE DIGITACAO NO      *
      * LOTENOT.DAT, NAO PODE PASSAR EM BRANCO                          *
      ******************************************************************
       CONFERE-DEPENDENCIAS.
           MOVE "S" TO DEPENDENCIAS-OK.
           MOVE SPACES TO PASSO-PENDENTE.
           PERFORM VARYING IND-DEP FROM 1 BY 1
              UNTIL IND-DEP > 4 OR DEPENDENCIAS-OK NOT = "S"
              IF PAS-DEPENDE (IND-PASSO IND-DEP) NOT = SPACES
                 MOVE PAS-DEPENDE (IND-PASSO IND-DEP)
                    TO PASSO-PENDENTE
                 PERFORM PROCURA-PASSO
                 IF IND-ACHADO = ZERO
                    MOVE "N" TO DEPENDENCIAS-OK
                 ELSE
                    IF PAS-SITUACAO (IND-ACHADO) NOT = "OK"
                       AND PAS-SITUACAO (IND-ACHADO) NOT = "N/A"
                       MOVE "N" TO DEPENDENCIAS-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * MONTA O PARAMETRO DO PASSO: "AAAAMMDD" NO INICIO VIRA A DATA DE *
      * MOVIMENTO, "AAAAMM" VIRA O MES DE REFERENCIA (MES FECHADO NO    *
      * PASSO M, MES DO MOVIMENTO NO PASSO D); O RESTO SEGUE COMO ESTA  *
      ******************************************************************
       MONTA-PARAMETRO.
           MOVE SPACES TO PARAM-PASSO.
           IF PAS-FREQUENCIA (IND-PASSO) = "M"
              MOVE MES-FECHADO TO MES-PASSO
           ELSE
              MOVE MES-DIARIO TO MES-PASSO
           END-IF.
           EVALUATE TRUE
              WHEN PAS-PARAMETRO (IND-PASSO) (1:8) = "AAAAMMDD"
                 STRING DATA-MOVIMENTO
                        PAS-PARAMETRO (IND-PASSO) (9:8)
                    DELIMITED BY SIZE INTO PARAM-PASSO
                 END-STRING
              WHEN PAS-PARAMETRO (IND-PASSO) (1:6) = "AAAAMM"
                 STRING MES-PASSO
                        PAS-PARAMETRO (IND-PASSO) (7:10)
                    DELIMITED BY SIZE INTO PARAM-PASSO
                 END-STRING
              WHEN OTHER
                 MOVE PAS-PARAMETRO (IND-PASSO) TO PARAM-PASSO
           END-EVALUATE.

      ******************************************************************
      * CARIMBA A HORA NO PASSO CORRENTE, REGRAVA A SITUACAO DA DATA E  *
      * REGISTRA O PASSO NO LOG. O PASSO JA CONCLUIDO ANTES (RERODADA)  *
      * MANTEM A DATA/HORA DA RODADA EM QUE TERMINOU                    *
      ******************************************************************
       REGISTRA-PASSO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           IF OCORRENCIA NOT = "JA CONCLUIDO NESTA DATA - PULADO"
              MOVE DATA-HOJE TO PAS-DATA (IND-PASSO)
              MOVE HORA-AGORA (1:6) TO PAS-HORA (IND-PASSO)
           END-IF.
           PERFORM GRAVA-SITUACAO.
           MOVE PAS-PASSO (IND-PASSO) TO SIT-PASSO.
           MOVE PAS-SITUACAO (IND-PASSO) TO SIT-SITUACAO.
           MOVE PAS-RETORNO (IND-PASSO) TO RETORNO-PASSO.
           PERFORM GRAVA-LOG.

      ******************************************************************
      * REGRAVA POR INTEIRO O ARQUIVO DATADO DE SITUACAO DOS PASSOS.    *
      * REGRAVADO APOS CADA PASSO P/ QUE UMA QUEDA NO MEIO DO LOTE NAO  *
      * PERCA O QUE JA TERMINOU                                         *
      ******************************************************************
       GRAVA-SITUACAO.
           OPEN OUTPUT ARQSIT.
           IF WSTA-SIT = "00"
              PERFORM VARYING IND-BUSCA FROM 1 BY 1
                 UNTIL IND-BUSCA > QTD-PASSOS
                 IF PAS-SITUACAO (IND-BUSCA) NOT = SPACES
                    MOVE SPACES TO REG-SITUACAO
                    MOVE PAS-PASSO (IND-BUSCA) TO SIT-PASSO
                    MOVE PAS-SITUACAO (IND-BUSCA) TO SIT-SITUACAO
                    MOVE PAS-RETORNO (IND-BUSCA) TO SIT-RETORNO
                    MOVE PAS-DATA (IND-BUSCA) TO SIT-DATA
                    MOVE PAS-HORA (IND-BUSCA) TO SIT-HORA
                    MOVE REG-SITUACAO TO LINHA-SIT
                    WRITE LINHA-SIT
                 END-IF
              END-PERFORM
              CLOSE ARQSIT
           ELSE
              DISPLAY "AVISO: FALHA AO GRAVAR " ARQ-SITUACAO
                 " - WSTA=" WSTA-SIT
           END-IF.

      ******************************************************************
      * REGISTRA EM LOTENOT.LOG O PASSO (DATA/HORA DA RODADA, DATA DE   *
      * MOVIMENTO, PASSO, SITUACAO, RETORNO, PARAMETRO E OCORRENCIA).   *
      * SIT-PASSO, SIT-SITUACAO E RETORNO-PASSO JA VEM PREENCHIDOS      *
      ******************************************************************
       GRAVA-LOG.
           OPEN EXTEND ARQLOG.
           IF WSTA-LOG = "35"
              OPEN OUTPUT ARQLOG
           END-IF.

           IF WSTA-LOG = "00"
              MOVE SPACES TO LINHA-LOG
              STRING DATA-AAAA "-" DATA-MM "-" DATA-DD " "
                     HORA-HH ":" HORA-MI ":" HORA-SS
                     " MOVTO=" DATA-MOVIMENTO
                     " PASSO=" SIT-PASSO
                     " SIT=" SIT-SITUACAO
                     " RET=" RETORNO-PASSO
                     " PARAM=" PARAM-PASSO
                     " " OCORRENCIA
                  DELIMITED BY SIZE INTO LINHA-LOG
              END-STRING
              WRITE LINHA-LOG
              CLOSE ARQLOG
           ELSE
              DISPLAY "AVISO: FALHA AO GRAVAR LOTENOT.LOG - WSTA="
                 WSTA-LOG
           END-IF.

      ******************************************************************
      * ENFILEIRA EM ESC13ALE.DAT O ALERTA DO PASSO QUE FALHOU, P/ O    *
      * MONALE AVISAR O PLANTAO NA HORA                                 *
      ******************************************************************
       GRAVA-ALERTA.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE SPACES TO REG-ALERTA.
           MOVE DATA-HOJE TO ALE-DATA.
           MOVE HORA-AGORA (1:6) TO ALE-HORA.
           MOVE SPACES TO ALE-TERM.
           MOVE SPACE TO ALE-MODO.
           MOVE RETORNO-PASSO (2:2) TO ALE-WSTA.
           STRING "LOTE NOTURNO " DATA-MOVIMENTO ": PASSO "
                  FUNCTION TRIM(PAS-PASSO (IND-PASSO))
                  " FALHOU - RETORNO=" RETORNO-PASSO
              DELIMITED BY SIZE INTO ALE-MENSAGEM
           END-STRING.

           OPEN EXTEND ARQALE.
           IF WSTA-ALE = "35"
              OPEN OUTPUT ARQALE
           END-IF.

           IF WSTA-ALE = "00"
              MOVE REG-ALERTA TO LINHA-ALE
              WRITE LINHA-ALE
              CLOSE ARQALE
           ELSE
              DISPLAY "AVISO: FALHA AO ENFILEIRAR ALERTA - WSTA="
                 WSTA-ALE
           END-IF.
