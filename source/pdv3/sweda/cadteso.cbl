      *   POSICOES 35-48 = DINHEIRO CONTADO (MESMO FORMATO)               *
      *VALORES SAO DIGITADOS EM CENTAVOS, SO DIGITOS (EX. 1500 = R$15,00) *
      *E AJUSTADOS A DIREITA COM ZEROS.                                   *
      *O FUNDO DE TROCO E AS SANGRIAS VEM PRE-PREENCHIDOS DO JORNAL DE    *
      *SANGRIA/SUPRIMENTO DA IMPRESSORA (ESC13MOV.DAT, GRAVADO PELO ESC13 *
      *NOS MODOS U E S): FUNDO = SOMA DOS SUPRIMENTOS, SANGRIAS = SOMA DAS*
      *SANGRIAS DO TERMINAL NO DIA. SO O DINHEIRO CONTADO PRECISA SER     *
      *DIGITADO; O QUE A TESOURARIA ALTERAR A MAO O RELTESO MOSTRA AO     *
      *LADO DO VALOR DA IMPRESSORA.                                       *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-8 = DATA AAAAMMDD DO MOVIMENTO (DEFAULT = HOJE)      *
      *O ARQUIVO INTEIRO DO DIA E CARREGADO EM MEMORIA NA ENTRADA E       *
      *REGRAVADO DE UMA SO VEZ NA SAIDA (OPCAO E)                         *
      *SO ENTRA USUARIO IDENTIFICADO (LOGIN E SENHA EM USUARIOS.DAT) CUJO *
      *PERFIL (PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) LIBERE O CADTESO - *
      *ENTRADA E RECUSA FICAM NO JORNAL DE ACESSOS ACESSOS.DAT            *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-TESO.

           SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MOV.

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

       FD  ARQTESO.
       01  LINHA-TESO                   PIC X(080).

       FD  ARQMOV
           VALUE OF FILE-ID IS "ESC13MOV.DAT".
       01  LINHA-MOV                    PIC X(080).

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
       01  VALOR-VALIDO              PIC X(01) VALUE "N".
       01  ENTRADA-VALIDA            PIC X(01) VALUE "N".

      * JORNAL DE SANGRIA/SUPRIMENTO DO ESC13 (MESMO LAYOUT DO ESC13) **
       01  REG-MOVIMENTO-CAIXA.
           03  MOV-DATA              PIC X(08).
           03  FILLER                PIC X(01).
           03  MOV-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  MOV-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  MOV-TIPO              PIC X(01).
           03  FILLER                PIC X(01).
           03  MOV-OPERADOR          PIC X(04).
           03  FILLER                PIC X(01).
           03  MOV-SUPERV            PIC X(04).
           03  FILLER                PIC X(01).
           03  MOV-NOME-SUP          PIC X(30).
           03  FILLER                PIC X(01).
           03  MOV-VALOR-X           PIC X(14).
           03  MOV-VALOR REDEFINES
               MOV-VALOR-X           PIC 9(12)V99.
           03  FILLER                PIC X(03).

      * TOTAIS DO TERMINAL NO JORNAL (SUPRIMENTOS = FUNDO DE TROCO) ****
       01  FUNDO-IMPRESSORA-X        PIC X(14) VALUE ZEROS.
       01  FUNDO-IMPRESSORA REDEFINES
           FUNDO-IMPRESSORA-X        PIC 9(12)V99.
       01  SANGRIA-IMPRESSORA-X      PIC X(14) VALUE ZEROS.
       01  SANGRIA-IMPRESSORA REDEFINES
           SANGRIA-IMPRESSORA-X      PIC 9(12)V99.
       01  MOV-ACHADO                PIC X(01) VALUE "N".
       01  FIM-MOVIMENTOS            PIC X(01).

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "CADTESO".
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
           03  WSTA-TESO               PIC X(02).
           03  WSTA-MOV                PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

       PROCEDURE DIVISION.
      ******************************************************************
              DELIMITED BY SIZE INTO ARQ-TESOURARIA
           END-STRING.

           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADTESO - CONFERENCIA DE CAIXA DA TESOURARIA"
              AT 0215.
           PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM.
           IF ACESSO-LIBERADO NOT = "S"
              DISPLAY "ACESSO NEGADO - CONFERENCIA NAO ALTERADA" AT 2303
              STOP RUN RETURNING 1
           END-IF.

           PERFORM CARREGA-LANCAMENTOS.

           PERFORM UNTIL OPCAO = "E"
      ******************************************************************
      * PEDE FUNDO, SANGRIAS E DINHEIRO CONTADO (EM CENTAVOS, SO        *
      * DIGITOS). OS CAMPOS JA VEM PRE-CARREGADOS POR QUEM CHAMA E CADA *
      * VALOR E AJUSTADO A DIREITA COM ZEROS. QUANDO O TERMINAL TEM     *
      * MOVIMENTO NO JORNAL DO ESC13 OS TOTAIS DA IMPRESSORA FICAM AO   *
      * LADO P/ REFERENCIA. QUALQUER VALOR QUE NAO                      *
      * SEJA SO DIGITOS DERRUBA ENTRADA-VALIDA - QUEM CHAMA RECUSA O    *
      * LANCAMENTO EM VEZ DE GRAVAR ZEROS NO LUGAR DA CONTAGEM          *
      ******************************************************************
           MOVE "S" TO ENTRADA-VALIDA.
           DISPLAY "VALORES EM CENTAVOS, SO DIGITOS (1500 = R$15,00)"
              AT 1520.
           IF MOV-ACHADO = "S"
              DISPLAY "IMPRESSORA:" AT 1460
              DISPLAY FUNDO-IMPRESSORA-X AT 1660
              DISPLAY SANGRIA-IMPRESSORA-X AT 1760
           END-IF.
           DISPLAY "FUNDO DE TROCO.......: " AT 1620.
           ACCEPT FUNDO-INFORMADO AT 1643 WITH UPDATE.
           MOVE FUNDO-INFORMADO TO VALOR-TELA.
              MOVE ZEROS TO VALOR-AJUSTADO
           END-IF.

      ******************************************************************
      * SOMA NO JORNAL ESC13MOV.DAT OS SUPRIMENTOS (FUNDO DE TROCO) E   *
      * AS SANGRIAS DO TERMINAL INFORMADO NA DATA DO MOVIMENTO.         *
      * MOV-ACHADO SO LIGA SE HOUVER MOVIMENTO DO TERMINAL NO DIA - SEM *
      * JORNAL (LOJA QUE AINDA NAO USA OS MODOS S E U) NADA E SUGERIDO  *
      ******************************************************************
       SOMA-MOVIMENTOS-CAIXA.
           MOVE "N" TO MOV-ACHADO.
           MOVE ZERO TO FUNDO-IMPRESSORA.
           MOVE ZERO TO SANGRIA-IMPRESSORA.
           OPEN INPUT ARQMOV.
           IF WSTA-MOV = "00"
              MOVE "N" TO FIM-MOVIMENTOS
              PERFORM UNTIL FIM-MOVIMENTOS = "S"
                 READ ARQMOV
                    AT END
                       MOVE "S" TO FIM-MOVIMENTOS
                    NOT AT END
                       MOVE LINHA-MOV TO REG-MOVIMENTO-CAIXA
                       IF MOV-DATA = DATA-MOVIMENTO
                          AND MOV-TERM = NUM-INFORMADO
                          AND MOV-VALOR-X NUMERIC
                          PERFORM ACUMULA-MOVIMENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQMOV
           END-IF.

      ******************************************************************
      * LEVA UM MOVIMENTO DO JORNAL P/ O TOTAL DO SEU TIPO              *
      ******************************************************************
       ACUMULA-MOVIMENTO.
           EVALUATE MOV-TIPO
              WHEN "U"
                 ADD MOV-VALOR TO FUNDO-IMPRESSORA
                 MOVE "S" TO MOV-ACHADO
              WHEN "S"
                 ADD MOV-VALOR TO SANGRIA-IMPRESSORA
                 MOVE "S" TO MOV-ACHADO
           END-EVALUATE.

      ******************************************************************
      * INCLUSAO DA CONTAGEM DE UM TERMINAL                             *
      ******************************************************************
                 MOVE SPACES TO FUNDO-INFORMADO
                 MOVE SPACES TO SANGRIA-INFORMADA
                 MOVE SPACES TO CONTADO-INFORMADO
                 PERFORM SOMA-MOVIMENTOS-CAIXA
                 IF MOV-ACHADO = "S"
                    MOVE FUNDO-IMPRESSORA-X TO FUNDO-INFORMADO
                    MOVE SANGRIA-IMPRESSORA-X TO SANGRIA-INFORMADA
                 END-IF
                 PERFORM PEDE-VALORES
                 IF ENTRADA-VALIDA NOT = "S"
                    MOVE "VALOR INVALIDO (SO DIGITOS) - NADA GRAVADO"
              MOVE "TERMINAL SEM LANCAMENTO HOJE - USE A OPCAO I"
                 TO MSG-TELA
           ELSE
              PERFORM SOMA-MOVIMENTOS-CAIXA
              MOVE TAB-TESO (IND-ACHADO) TO REG-TESOURARIA
              MOVE TES-FUNDO TO FUNDO-INFORMADO
              MOVE TES-SANGRIAS TO SANGRIA-INFORMADA
           END-PERFORM.
           DISPLAY "FIM DA LISTA - TECLE ALGO P/ VOLTAR" AT 2401.
           ACCEPT TECLA-PAUSA AT 2440.

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
