      *     MESMA JANELA (OS HISTORICOS PLANOS, REGISTRO OFICIAL, JA      *
      *     ESTAO NO ARQUIVO MORTO)                                       *
      *   - GRAVA O MANIFESTO ARQMESAAAAMM.MAN LISTANDO CADA ARQUIVO      *
      *     MOVIDO, COM O TAMANHO EM BYTES TOMADO ANTES DE MOVER, E AS    *
      *     CONTAGENS DO EXPURGO, P/ PROVAR A FISCALIZACAO QUE NADA FOI   *
      *     DESTRUIDO NEM ALTERADO (O PACFIS CONFERE O ARQUIVO MORTO      *
      *     CONTRA O MANIFESTO)                                           *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM A ARQUIVAR (DEFAULT = MES ANTERIOR)   *
      *   POSICOES 7-9 = DIAS DE RETENCAO DO LOG E DO INDEXADO            *
      *                  (DEFAULT 090)                                    *
      *   POSICAO  10  = "S" P/ RODADA SEM OPERADOR (LOTE NOTURNO, VIA    *
      *                  LOTENOT) - NAO PEDE LOGIN, SO REGISTRA A RODADA  *
      *                  NO JORNAL DE ACESSOS COMO LOTE                   *
      *O MES CORRENTE (E QUALQUER MES FUTURO) E RECUSADO - SO SE ARQUIVA  *
      *MES JA FECHADO                                                     *
      *FORA DO LOTE SO RODA COM USUARIO IDENTIFICADO (LOGIN E SENHA EM    *
      *USUARIOS.DAT) CUJO PERFIL (PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) *
      *LIBERE O ARQMES - O EXPURGO DO LOG NAO E PARA QUALQUER UM. ENTRADA,*
      *RECUSA E RODADA DE LOTE FICAM NO JORNAL DE ACESSOS ACESSOS.DAT     *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY        IS IDX-CHAVE
               FILE STATUS       IS WSTA-IDX.

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

               05  IDX-SEQ           PIC 9(04).
           03  IDX-LINHA             PIC X(132).

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
      * CAMPOS AUXILIARES                                              *
       01  PARAMETROS.
           03  PARAM-MES             PIC X(06).
           03  PARAM-RETENCAO        PIC X(03).
           03  PARAM-SILENCIOSO      PIC X(01).

      * DATA/HORA DO ARQUIVAMENTO **************************************
       01  DATA-HOJE                 PIC X(08).
       01  ARQ-MANIFESTO             PIC X(40) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

      * TAMANHO DO ARQUIVO ANTES DE MOVER (ANOTADO NO MANIFESTO) *******
       01  ATRIB-ARQUIVO.
           03  ATR-TAMANHO           PIC 9(18) COMP.
           03  ATR-DATA-HORA         PIC X(08).

      * COMANDO PASSADO AO SISTEMA OPERACIONAL *************************
       01  COMANDO-SO                PIC X(60) VALUE SPACES.

           03  DET-DESTINO           PIC X(12).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  DET-SITUACAO          PIC X(12).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-TAMANHO           PIC 9(12).
           03  FILLER                PIC X(06) VALUE " BYTES".
           03  FILLER                PIC X(011) VALUE SPACES.
       01  MAN-RODAPE-1.
           03  FILLER                PIC X(26) VALUE
               "ARQUIVOS MOVIDOS........: ".
           03  FILLER                PIC X(06) VALUE " DIAS)".
           03  FILLER                PIC X(035) VALUE SPACES.

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "ARQMES".
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
           03  WSTA-ENT                PIC X(02).
           03  WSTA-LOGA               PIC X(02).
           03  WSTA-MAN                PIC X(02).
           03  WSTA-IDX                PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

           ACCEPT HORA-AGORA FROM TIME.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(PARAM-SILENCIOSO)
              TO PARAM-SILENCIOSO.

      * RODADA DO LOTE NOTURNO NAO TEM QUEM DIGITE LOGIN - FICA SO A    *
      * MARCA NO JORNAL DE ACESSOS. FORA DO LOTE, SEM LOGIN LIBERADO    *
      * NADA E MOVIDO NEM EXPURGADO                                     *
           IF PARAM-SILENCIOSO = "S"
              MOVE "LOTE" TO LOGIN-INFORMADO
              MOVE "LOT" TO EVENTO-ACESSO
              MOVE "RODADA SEM OPERADOR (LOTE NOTURNO)"
                 TO MOTIVO-ACESSO
              PERFORM GRAVA-ACESSO
           ELSE
              DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
                 BACKGROUND-COLOR IS 0
              DISPLAY "ARQMES - ARQUIVAMENTO MENSAL E EXPURGO DO LOG"
                 AT 0215
              PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM
              IF ACESSO-LIBERADO NOT = "S"
                 DISPLAY "ACESSO NEGADO - NADA ARQUIVADO" AT 2303
                 MOVE 1 TO RETCODE
                 GO TO FINALIZA
              END-IF
           END-IF.

           IF PARAM-MES NUMERIC
              MOVE PARAM-MES TO MES-ARQUIVO
           ELSE
      ******************************************************************
      * MONTA O NOME DO ARQUIVO DATADO DO PADRAO/DIA CORRENTE E, SE     *
      * EXISTIR, MOVE P/ O DIRETORIO DE ARQUIVO MORTO E ANOTA NO        *
      * MANIFESTO, JUNTO COM O TAMANHO QUE TINHA ANTES DE SER MOVIDO    *
      ******************************************************************
       ARQUIVA-UM-ARQUIVO.
           MOVE SPACES TO ARQ-ENTRADA.
           OPEN INPUT ARQENT.
           IF WSTA-ENT = "00"
              CLOSE ARQENT
              MOVE ZERO TO ATR-TAMANHO
              CALL "CBL_CHECK_FILE_EXIST" USING ARQ-ENTRADA
                                                ATRIB-ARQUIVO
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO ATR-TAMANHO
              END-IF
              MOVE ATR-TAMANHO TO DET-TAMANHO
              MOVE SPACES TO COMANDO-SO
              STRING "MOVE " FUNCTION TRIM(ARQ-ENTRADA) " "
                    FUNCTION TRIM(DIR-MORTO)
           MOVE DIAS-RETENCAO TO ROD-DIAS.
           MOVE MAN-RODAPE-5 TO LINHA-MAN.
           WRITE LINHA-MAN.

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
