      *E DO TURNOS.DAT QUE O ESC13 DESCOBRE O OPERADOR DE PLANTAO AO      *
      *GRAVAR UMA DIVERGENCIA, E O RELDIV CORTA O RANKING POR OPERADOR    *
      *ALEM DE POR TERMINAL                                               *
      *SO ENTRA USUARIO IDENTIFICADO (LOGIN E SENHA EM USUARIOS.DAT) CUJO *
      *PERFIL (PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) LIBERE O CADOPER - *
      *ENTRADA E RECUSA FICAM NO JORNAL DE ACESSOS ACESSOS.DAT            *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CKPT.

           SELECT ARQUSU ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS DYNAMIC
               RECORD KEY        IS USU-LOGIN
               FILE STATUS       IS WSTA-USU.

           SELECT ARQPRF ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS DYNAMIC
               RECORD KEY        IS PRF-CODIGO
               FILE STATUS       IS WSTA-PRF.

           SELECT ARQACE ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ACE.

       DATA DIVISION.
       FILE SECTION.

       01  LINHA-TUR                    PIC X(080).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQUSU
           VALUE OF FILE-ID IS "USUARIOS.DAT".
       01  REG-USUARIO.
           03  USU-LOGIN             PIC X(08).
           03  FILLER                PIC X(01).
           03  USU-SENHA             PIC X(10).
           03  FILLER                PIC X(01).
           03  USU-NOME              PIC X(30).
           03  FILLER                PIC X(01).
           03  USU-PERFIL            PIC X(04).
           03  FILLER                PIC X(01).
           03  USU-SITUACAO          PIC X(01).
           03  FILLER                PIC X(01).
           03  USU-DATA-SENHA        PIC X(08).
           03  FILLER                PIC X(14).

       FD  ARQPRF
           VALUE OF FILE-ID IS "PERFIS.DAT".
       01  REG-PERFIL.
           03  PRF-CODIGO            PIC X(04).
           03  FILLER                PIC X(01).
           03  PRF-DESCRICAO         PIC X(20).
           03  FILLER                PIC X(01).
           03  PRF-MODOS             PIC X(08).
           03  FILLER                PIC X(01).
           03  PRF-LANCE-PROGRAMA OCCURS 10.
               05  PRF-PROGRAMA      PIC X(08).
               05  FILLER            PIC X(01).

       FD  ARQACE
           VALUE OF FILE-ID IS "ACESSOS.DAT".
       01  LINHA-ACE                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
       01  LIN-LISTA                 PIC 9(02) VALUE ZERO.
       01  TECLA-PAUSA               PIC X(01) VALUE SPACE.

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "CADOPER".
       01  PERFIL-EXIGIDO            PIC X(04) VALUE SPACES.
       01  MODO-ACESSO               PIC X(01) VALUE SPACE.
       01  LOGIN-INFORMADO           PIC X(08) VALUE SPACES.
       01  SENHA-INFORMADA           PIC X(08) VALUE SPACES.
       01  SENHA-NOVA                PIC X(08) VALUE SPACES.
       01  SENHA-CONFIRMA            PIC X(08) VALUE SPACES.
       01  SENHA-CIFRADA-X           PIC X(10) VALUE SPACES.
       01  SENHA-CIFRADA REDEFINES
           SENHA-CIFRADA-X           PIC 9(10).
       01  CIFRA-TEXTO.
           03  CIFRA-LOGIN           PIC X(08).
           03  CIFRA-SENHA-ABERTA    PIC X(08).
       01  CIFRA-TEXTO-R REDEFINES CIFRA-TEXTO.
           03  CIFRA-CAR OCCURS 16   PIC X(01).
       01  CIFRA-ACUM                PIC 9(18) COMP VALUE ZERO.
       01  CIFRA-QUOC                PIC 9(18) COMP VALUE ZERO.
       01  CIFRA-RESTO               PIC 9(18) COMP VALUE ZERO.
       01  CIFRA-RODADA              PIC 9(03) COMP VALUE ZERO.
       01  IND-CIFRA                 PIC 9(03) COMP VALUE ZERO.
       01  TENTATIVAS-LOGIN          PIC 9(03) COMP VALUE ZERO.
       01  MAX-TENTATIVAS-LOGIN      PIC 9(03) COMP VALUE 3.
       01  IND-PROGRAMA              PIC 9(03) COMP VALUE ZERO.
       01  MAX-PROGRAMAS-PERFIL      PIC 9(03) COMP VALUE 10.
       01  QTD-MODO-PERFIL           PIC 9(03) COMP VALUE ZERO.
       01  USU-ACHADO                PIC X(01) VALUE "N".
       01  PROGRAMA-LIBERADO         PIC X(01) VALUE "N".
       01  ACESSO-LIBERADO           PIC X(01) VALUE "N".
       01  NOME-USUARIO              PIC X(30) VALUE SPACES.
       01  EVENTO-ACESSO             PIC X(03) VALUE SPACES.
       01  MOTIVO-ACESSO             PIC X(40) VALUE SPACES.
       01  HORA-ACESSO               PIC X(08).

      * REGISTRO DO JORNAL DE ACESSOS (ACESSOS.DAT) ********************
       01  REG-ACESSO.
           03  ACE-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-HORA              PIC X(06).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-LOGIN             PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-PROGRAMA          PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-MODO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-EVENTO            PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ACE-MOTIVO            PIC X(40).

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-OPE                PIC X(02).
           03  WSTA-TERM               PIC X(02).
           03  WSTA-TUR                PIC X(02).
           03  WSTA-CKPT               PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

       PROCEDURE DIVISION.
      ******************************************************************
              DELIMITED BY SIZE INTO ARQ-CHECKPOINT
           END-STRING.

           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADOPER - OPERADORES DE CAIXA / TROCA DE TURNO"
              AT 0215.
           PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM.
           IF ACESSO-LIBERADO NOT = "S"
              DISPLAY "ACESSO NEGADO - CADASTRO NAO ALTERADO" AT 2303
              STOP RUN RETURNING 1
           END-IF.

           PERFORM CARREGA-OPERADORES.

           PERFORM UNTIL OPCAO = "E"
                 AT 2401
              DISPLAY WSTA-TUR AT 2443
           END-IF.

      ******************************************************************
      * IDENTIFICACAO DO USUARIO NA ENTRADA: LOGIN E SENHA CONTRA O     *
      * CADASTRO USUARIOS.DAT (ATE 3 TENTATIVAS) E PROGRAMA - NO ESC13  *
      * TAMBEM O MODO - CONTRA O PERFIL DO USUARIO EM PERFIS.DAT. SENHA *
      * PROVISORIA (SITUACAO T, DADA PELO CADUSU) E TROCADA AQUI MESMO  *
      * ANTES DE ENTRAR. CADA ENTRADA, RECUSA E TROCA DE SENHA VAI P/ O *
      * JORNAL ACESSOS.DAT. SO COM TUDO CONFERIDO ACESSO-LIBERADO = "S" *
      ******************************************************************
       IDENTIFICA-USUARIO.
           MOVE "N" TO ACESSO-LIBERADO.
           MOVE ZERO TO TENTATIVAS-LOGIN.
           MOVE SPACES TO LOGIN-INFORMADO.
           MOVE SPACES TO MOTIVO-ACESSO.
           OPEN I-O ARQUSU.
           IF WSTA-USU NOT = "00"
              IF WSTA-USU = "35"
                 MOVE "USUARIOS.DAT INEXISTENTE - RODE O CADUSU"
                    TO MOTIVO-ACESSO
              ELSE
                 STRING "USUARIOS.DAT INDISPONIVEL - WSTA=" WSTA-USU
                    DELIMITED BY SIZE INTO MOTIVO-ACESSO
                 END-STRING
              END-IF
              PERFORM NEGA-ACESSO
              GO TO IDENTIFICA-USUARIO-FIM
           END-IF.

       IDENTIFICA-USUARIO-PEDE.
           ADD 1 TO TENTATIVAS-LOGIN.
           MOVE SPACES TO LOGIN-INFORMADO.
           MOVE SPACES TO SENHA-INFORMADA.
           MOVE SPACES TO MOTIVO-ACESSO.
           DISPLAY "USUARIO.................: " AT 1710.
           ACCEPT LOGIN-INFORMADO AT 1736.
           MOVE FUNCTION UPPER-CASE(LOGIN-INFORMADO)
              TO LOGIN-INFORMADO.
           DISPLAY "SENHA...................: " AT 1810.
           ACCEPT SENHA-INFORMADA AT 1836 WITH SECURE.

           MOVE "N" TO USU-ACHADO.
           MOVE LOGIN-INFORMADO TO USU-LOGIN.
           READ ARQUSU
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO USU-ACHADO
           END-READ.
           MOVE LOGIN-INFORMADO TO CIFRA-LOGIN.
           MOVE SENHA-INFORMADA TO CIFRA-SENHA-ABERTA.
           PERFORM CIFRA-SENHA.
           EVALUATE TRUE
              WHEN LOGIN-INFORMADO = SPACES
                 MOVE "USUARIO NAO INFORMADO" TO MOTIVO-ACESSO
              WHEN USU-ACHADO NOT = "S"
                 MOVE "USUARIO NAO CADASTRADO" TO MOTIVO-ACESSO
              WHEN USU-SENHA NOT = SENHA-CIFRADA-X
                 MOVE "SENHA NAO CONFERE" TO MOTIVO-ACESSO
              WHEN USU-SITUACAO = "B"
                 MOVE "USUARIO BLOQUEADO" TO MOTIVO-ACESSO
           END-EVALUATE.
           IF MOTIVO-ACESSO NOT = SPACES
              PERFORM NEGA-ACESSO
              IF TENTATIVAS-LOGIN < MAX-TENTATIVAS-LOGIN
                 GO TO IDENTIFICA-USUARIO-PEDE
              END-IF
              GO TO IDENTIFICA-USUARIO-FECHA
           END-IF.

           MOVE USU-NOME TO NOME-USUARIO.
           DISPLAY NOME-USUARIO AT 1745.
           PERFORM CONFERE-PERFIL.
           IF MOTIVO-ACESSO NOT = SPACES
              PERFORM NEGA-ACESSO
              GO TO IDENTIFICA-USUARIO-FECHA
           END-IF.

           IF USU-SITUACAO = "T"
              PERFORM TROCA-SENHA-PROVISORIA
              IF MOTIVO-ACESSO NOT = SPACES
                 PERFORM NEGA-ACESSO
                 GO TO IDENTIFICA-USUARIO-FECHA
              END-IF
           END-IF.

           MOVE "ENT" TO EVENTO-ACESSO.
           STRING "ENTRADA LIBERADA - PERFIL " USU-PERFIL
              DELIMITED BY SIZE INTO MOTIVO-ACESSO
           END-STRING.
           PERFORM GRAVA-ACESSO.
           MOVE SPACES TO MOTIVO-ACESSO.
           MOVE "S" TO ACESSO-LIBERADO.

       IDENTIFICA-USUARIO-FECHA.
           CLOSE ARQUSU.

       IDENTIFICA-USUARIO-FIM.
           EXIT.

      ******************************************************************
      * CONFERE O PERFIL DO USUARIO (JA LIDO EM REG-USUARIO): O         *
      * PROGRAMA TEM DE ESTAR NA LISTA DO PERFIL E, QUANDO HA MODO      *
      * PEDIDO (ESC13), O MODO NOS MODOS DO PERFIL. PROGRAMA EXCLUSIVO  *
      * DE UM PERFIL (PERFIL-EXIGIDO) SO ACEITA ESSE PERFIL. A RECUSA   *
      * FICA EM MOTIVO-ACESSO                                           *
      ******************************************************************
       CONFERE-PERFIL.
           MOVE SPACES TO MOTIVO-ACESSO.
           IF PERFIL-EXIGIDO NOT = SPACES
              AND USU-PERFIL NOT = PERFIL-EXIGIDO
              STRING "PROGRAMA EXCLUSIVO DO PERFIL " PERFIL-EXIGIDO
                 DELIMITED BY SIZE INTO MOTIVO-ACESSO
              END-STRING
           ELSE
              OPEN INPUT ARQPRF
              IF WSTA-PRF NOT = "00"
                 STRING "PERFIS.DAT INDISPONIVEL - WSTA=" WSTA-PRF
                    DELIMITED BY SIZE INTO MOTIVO-ACESSO
                 END-STRING
              ELSE
                 MOVE USU-PERFIL TO PRF-CODIGO
                 READ ARQPRF
                    INVALID KEY
                       STRING "PERFIL " USU-PERFIL " NAO CADASTRADO"
                          DELIMITED BY SIZE INTO MOTIVO-ACESSO
                       END-STRING
                 END-READ
                 CLOSE ARQPRF
              END-IF
           END-IF.

           IF MOTIVO-ACESSO = SPACES
              AND PERFIL-EXIGIDO = SPACES
              MOVE "N" TO PROGRAMA-LIBERADO
              PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
                 UNTIL IND-PROGRAMA > MAX-PROGRAMAS-PERFIL
                 IF PRF-PROGRAMA (IND-PROGRAMA) = PROGRAMA-ACESSO
                    MOVE "S" TO PROGRAMA-LIBERADO
                 END-IF
              END-PERFORM
              IF PROGRAMA-LIBERADO NOT = "S"
                 STRING "PROGRAMA NAO LIBERADO P/ O PERFIL "
                    USU-PERFIL
                    DELIMITED BY SIZE INTO MOTIVO-ACESSO
                 END-STRING
              END-IF
           END-IF.

           IF MOTIVO-ACESSO = SPACES
              AND MODO-ACESSO NOT = SPACE
              MOVE ZERO TO QTD-MODO-PERFIL
              INSPECT PRF-MODOS TALLYING QTD-MODO-PERFIL
                 FOR ALL MODO-ACESSO
              IF QTD-MODO-PERFIL = ZERO
                 STRING "MODO " MODO-ACESSO
                    " NAO LIBERADO P/ O PERFIL " USU-PERFIL
                    DELIMITED BY SIZE INTO MOTIVO-ACESSO
                 END-STRING
              END-IF
           END-IF.

      ******************************************************************
      * SENHA PROVISORIA (SITUACAO T): O USUARIO ESCOLHE A SENHA NOVA,  *
      * CONFIRMADA DUAS VEZES E DIFERENTE DA PROVISORIA, E O CADASTRO E *
      * REGRAVADO JA CIFRADO, SITUACAO A. A RECUSA FICA EM              *
      * MOTIVO-ACESSO                                                   *
      ******************************************************************
       TROCA-SENHA-PROVISORIA.
           MOVE SPACES TO MOTIVO-ACESSO.
           MOVE SPACES TO SENHA-NOVA.
           MOVE SPACES TO SENHA-CONFIRMA.
           DISPLAY "SENHA PROVISORIA - ESCOLHA A SENHA NOVA" AT 1910.
           DISPLAY "SENHA NOVA..............: " AT 2010.
           ACCEPT SENHA-NOVA AT 2036 WITH SECURE.
           DISPLAY "CONFIRME A SENHA NOVA...: " AT 2110.
           ACCEPT SENHA-CONFIRMA AT 2136 WITH SECURE.
           EVALUATE TRUE
              WHEN SENHA-NOVA = SPACES
                 MOVE "SENHA NOVA EM BRANCO - TROCA RECUSADA"
                    TO MOTIVO-ACESSO
              WHEN SENHA-NOVA NOT = SENHA-CONFIRMA
                 MOVE "CONFIRMACAO NAO CONFERE - TROCA RECUSADA"
                    TO MOTIVO-ACESSO
              WHEN SENHA-NOVA = SENHA-INFORMADA
                 MOVE "SENHA NOVA IGUAL A PROVISORIA" TO MOTIVO-ACESSO
              WHEN OTHER
                 MOVE LOGIN-INFORMADO TO CIFRA-LOGIN
                 MOVE SENHA-NOVA TO CIFRA-SENHA-ABERTA
                 PERFORM CIFRA-SENHA
                 MOVE SENHA-CIFRADA-X TO USU-SENHA
                 MOVE "A" TO USU-SITUACAO
                 ACCEPT USU-DATA-SENHA FROM DATE YYYYMMDD
                 REWRITE REG-USUARIO
                    INVALID KEY
                       MOVE "FALHA AO REGRAVAR USUARIOS.DAT"
                          TO MOTIVO-ACESSO
                    NOT INVALID KEY
                       MOVE "SEN" TO EVENTO-ACESSO
                       MOVE "SENHA PROVISORIA TROCADA PELO USUARIO"
                          TO MOTIVO-ACESSO
                       PERFORM GRAVA-ACESSO
                       MOVE SPACES TO MOTIVO-ACESSO
                 END-REWRITE
           END-EVALUATE.

      ******************************************************************
      * CIFRA CIFRA-LOGIN + CIFRA-SENHA-ABERTA EM SENHA-CIFRADA (10     *
      * DIGITOS): DUAS PASSADAS DE ESPALHAMENTO SOBRE OS 16 CARACTERES, *
      * SEM VOLTA. A SENHA ABERTA NUNCA E GRAVADA, E O LOGIN NA CONTA   *
      * FAZ A MESMA SENHA DE DOIS USUARIOS SAIR DIFERENTE NO CADASTRO   *
      ******************************************************************
       CIFRA-SENHA.
           MOVE 7 TO CIFRA-ACUM.
           PERFORM VARYING CIFRA-RODADA FROM 1 BY 1
              UNTIL CIFRA-RODADA > 2
              PERFORM VARYING IND-CIFRA FROM 1 BY 1
                 UNTIL IND-CIFRA > 16
                 COMPUTE CIFRA-ACUM = CIFRA-ACUM * 131
                    + FUNCTION ORD(CIFRA-CAR (IND-CIFRA)) * IND-CIFRA
                    + CIFRA-RODADA
                 DIVIDE CIFRA-ACUM BY 9999999967
                    GIVING CIFRA-QUOC REMAINDER CIFRA-RESTO
                 MOVE CIFRA-RESTO TO CIFRA-ACUM
              END-PERFORM
           END-PERFORM.
           MOVE CIFRA-ACUM TO SENHA-CIFRADA.

      ******************************************************************
      * RECUSA DE ACESSO: MOSTRA O MOTIVO NA TELA E JORNALA             *
      ******************************************************************
       NEGA-ACESSO.
           DISPLAY MOTIVO-ACESSO AT 1910.
           MOVE "NEG" TO EVENTO-ACESSO.
           PERFORM GRAVA-ACESSO.

      ******************************************************************
      * GRAVA UMA LINHA NO JORNAL DE ACESSOS (ACESSOS.DAT). EVENTO E    *
      * MOTIVO JA VEM EM EVENTO-ACESSO/MOTIVO-ACESSO:                   *
      *   ENT = ENTRADA LIBERADA      NEG = ACESSO RECUSADO             *
      *   SEN = TROCA DE SENHA        LOT = RODADA SEM OPERADOR (LOTE)  *
      *   USU = MANUTENCAO DE USUARIO PRF = MANUTENCAO DE PERFIL        *
      ******************************************************************
       GRAVA-ACESSO.
           ACCEPT HORA-ACESSO FROM TIME.
           ACCEPT ACE-DATA FROM DATE YYYYMMDD.
           MOVE HORA-ACESSO (1:6) TO ACE-HORA.
           MOVE LOGIN-INFORMADO TO ACE-LOGIN.
           MOVE PROGRAMA-ACESSO TO ACE-PROGRAMA.
           MOVE MODO-ACESSO TO ACE-MODO.
           MOVE EVENTO-ACESSO TO ACE-EVENTO.
           MOVE MOTIVO-ACESSO TO ACE-MOTIVO.

           OPEN EXTEND ARQACE.
           IF WSTA-ACE = "35"
              OPEN OUTPUT ARQACE
           END-IF.

           IF WSTA-ACE = "00"
              MOVE REG-ACESSO TO LINHA-ACE
              WRITE LINHA-ACE
              CLOSE ARQACE
           ELSE
              DISPLAY "AVISO: FALHA AO GRAVAR ACESSOS.DAT - WSTA="
                 AT 2401
              DISPLAY WSTA-ACE AT 2444
           END-IF.
