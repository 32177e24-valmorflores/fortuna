      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADECF.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *MANUTENCAO DO CADASTRO DE EQUIPAMENTOS ECF (ECFTERM.DAT) - A       *
      *IMPRESSORA FISCAL INSTALADA EM CADA TERMINAL. O TERMINAIS.DAT DIZ  *
      *ONDE A IMPRESSORA ESTA LIGADA; ESTE CADASTRO DIZ QUAL IMPRESSORA E *
      *ELA, NO QUE O FISCO PERGUNTA. UM REGISTRO POR TERMINAL:            *
      *   POSICOES 1-3   = NUMERO DO TERMINAL (3 DIGITOS) - CHAVE         *
      *   POSICOES 5-24  = NUMERO DE SERIE DE FABRICACAO DO ECF           *
      *   POSICOES 26-45 = MODELO DO EQUIPAMENTO (EX. IF-S7000)           *
      *   POSICOES 47-48 = MODELO DO DOCUMENTO FISCAL (DEFAULT 2D -       *
      *                    CUPOM FISCAL EMITIDO POR ECF)                  *
      *   POSICOES 50-59 = VERSAO DO SOFTWARE BASICO (FIRMWARE)           *
      *   POSICOES 61-68 = DATA AAAAMMDD DE INSTALACAO DA MEMORIA FISCAL  *
      *   POSICOES 70-79 = LACRE 1 ATUAL                                  *
      *   POSICOES 81-90 = LACRE 2 ATUAL                                  *
      *E DAQUI QUE O SINTEGRA TIRA A SERIE E O MODELO DO REGISTRO 60M, E  *
      *E CONTRA A SERIE DAQUI QUE O ESC13 CONFERE A IMPRESSORA LIGADA NO  *
      *TERMINAL ANTES DE UMA REDUCAO Z OU LEITURA DA MEMORIA.             *
      *SERIE E LACRES SO MUDAM POR INTERVENCAO TECNICA (OPCAO T): DATA,   *
      *TECNICO, MOTIVO, LACRES ANTIGOS E NOVOS, SERIE ANTERIOR E NOVA E O *
      *NUMERO DO ATESTADO DE INTERVENCAO VAO P/ O JORNAL ECFINT.DAT (SO   *
      *ACRESCIDO, NUNCA REGRAVADO) ANTES DE O CADASTRO SER ATUALIZADO. A  *
      *ALTERACAO (OPCAO A) SO CORRIGE MODELO, DOCUMENTO, FIRMWARE E DATA  *
      *DA MEMORIA FISCAL.                                                 *
      *O CADASTRO E INDEXADO PELA CHAVE NUMERO DO TERMINAL, COMO O        *
      *TERMINAIS.DAT, E CADA INCLUSAO OU ALTERACAO GRAVA E REGRAVA SO O   *
      *REGISTRO DO TERMINAL, SOB FILESHARE.                               *
      *SO ENTRA USUARIO IDENTIFICADO (LOGIN E SENHA EM USUARIOS.DAT) CUJO *
      *PERFIL (PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) LIBERE O CADECF -  *
      *ENTRADA E RECUSA FICAM NO JORNAL DE ACESSOS ACESSOS.DAT            *
      *DEPOIS DO LOGIN O SUPERVISOR SE IDENTIFICA (CADASTRO SUPERV.DAT, O *
      *MESMO DO CADTERM E DO CANCELAMENTO DO ESC13) - SEM SUPERVISOR      *
      *VALIDO NAO HA MANUTENCAO. O LOGIN E O CODIGO DO SUPERVISOR DE QUEM *
      *REGISTROU CADA INTERVENCAO FICAM NO ECFINT.DAT                     *
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

           SELECT ARQECF ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS DYNAMIC
               RECORD KEY        IS ECF-TERM
               FILE STATUS       IS WSTA-ECF.

           SELECT ARQINT ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-INT.

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

           SELECT ARQSUP ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-SUP.

       DATA DIVISION.
       FILE SECTION.

      * CADASTRO DE EQUIPAMENTOS ECF, INDEXADO PELA CHAVE TERMINAL *****
       FD  ARQECF
           VALUE OF FILE-ID IS "ECFTERM.DAT".
       01  REG-ECF.
           03  ECF-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  ECF-SERIE             PIC X(20).
           03  FILLER                PIC X(01).
           03  ECF-MODELO            PIC X(20).
           03  FILLER                PIC X(01).
           03  ECF-MOD-DOC           PIC X(02).
           03  FILLER                PIC X(01).
           03  ECF-FIRMWARE          PIC X(10).
           03  FILLER                PIC X(01).
           03  ECF-DATA-MF           PIC X(08).
           03  FILLER                PIC X(01).
           03  ECF-LACRE-1           PIC X(10).
           03  FILLER                PIC X(01).
           03  ECF-LACRE-2           PIC X(10).
           03  FILLER                PIC X(30).

      * JORNAL DE INTERVENCOES TECNICAS NOS ECF - SO ACRESCIDO *********
       FD  ARQINT
           VALUE OF FILE-ID IS "ECFINT.DAT".
       01  LINHA-INT                    PIC X(210).

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

       FD  ARQSUP
           VALUE OF FILE-ID IS "SUPERV.DAT".
       01  LINHA-SUP                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * CAMPOS DA TELA DE MANUTENCAO ***********************************
       01  OPCAO                     PIC X(01) VALUE SPACE.
       01  NUM-INFORMADO             PIC X(03) VALUE SPACES.
       01  NUM-TERM-ED               PIC ZZ9.
       01  SERIE-INFORMADA           PIC X(20) VALUE SPACES.
       01  MODELO-INFORMADO          PIC X(20) VALUE SPACES.
       01  MOD-DOC-INFORMADO         PIC X(02) VALUE SPACES.
       01  FIRMWARE-INFORMADO        PIC X(10) VALUE SPACES.
       01  DATA-MF-INFORMADA         PIC X(08) VALUE SPACES.
       01  LACRE-1-INFORMADO         PIC X(10) VALUE SPACES.
       01  LACRE-2-INFORMADO         PIC X(10) VALUE SPACES.
       01  CONFIRMA                  PIC X(01) VALUE SPACE.
       01  ECF-ACHADO                PIC X(01) VALUE "N".
       01  QTD-EQUIPAMENTOS          PIC 9(03) VALUE ZERO.
       01  MSG-TELA                  PIC X(60) VALUE SPACES.
       01  FIM-EQUIPAMENTOS          PIC X(01).
       01  LIN-LISTA                 PIC 9(02) VALUE ZERO.
       01  TECLA-PAUSA               PIC X(01) VALUE SPACE.

      * LINHA DA LISTA DE EQUIPAMENTOS NA TELA *************************
       01  LIS-DETALHE.
           03  LIS-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-SERIE             PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-MODELO            PIC X(12).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-MOD-DOC           PIC X(02).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-FIRMWARE          PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-LACRE-1           PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LIS-LACRE-2           PIC X(10).

      * DATA/HORA DO REGISTRO DA INTERVENCAO ***************************
       01  DATA-HOJE                 PIC X(08).
       01  HORA-AGORA                PIC X(08).

      * CAMPOS DA INTERVENCAO TECNICA (OPCAO T) ************************
       01  DATA-INTERVENCAO          PIC X(08) VALUE SPACES.
       01  TECNICO-INFORMADO         PIC X(30) VALUE SPACES.
       01  MOTIVO-INFORMADO          PIC X(30) VALUE SPACES.
       01  ATESTADO-INFORMADO        PIC X(15) VALUE SPACES.

      * REGISTRO DO JORNAL DE INTERVENCOES (ECFINT.DAT) - UMA LINHA POR *
      * INTERVENCAO, COM O ANTES E O DEPOIS DOS LACRES E DA SERIE, QUEM *
      * FEZ, POR QUE, O ATESTADO, O LOGIN E O SUPERVISOR DE QUEM        *
      * REGISTROU                                                       *
       01  REG-INTERVENCAO.
           03  INT-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-TECNICO           PIC X(30).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-MOTIVO            PIC X(30).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-LACRE-ANT-1       PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-LACRE-ANT-2       PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-LACRE-NOVO-1      PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-LACRE-NOVO-2      PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-ATESTADO          PIC X(15).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-SERIE-ANT         PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-SERIE-NOVA        PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-LOGIN             PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-SUPERV            PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-REG-DATA          PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  INT-REG-HORA          PIC X(06).
           03  FILLER                PIC X(04) VALUE SPACES.

      * IDENTIFICACAO DO SUPERVISOR (CADASTRO SUPERV.DAT) **************
       01  REG-SUPERVISOR.
           03  SUP-CODIGO            PIC X(04).
           03  FILLER                PIC X(01).
           03  SUP-NOME              PIC X(30).
           03  FILLER                PIC X(45).
       01  SUP-INFORMADO             PIC X(04) VALUE SPACES.
       01  NOME-SUPERVISOR           PIC X(30) VALUE SPACES.
       01  SUP-ACHADO                PIC X(01) VALUE "N".
       01  FIM-SUPERV                PIC X(01).

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "CADECF".
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
           03  WSTA-ECF                PIC X(02).
           03  WSTA-INT                PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).
           03  WSTA-SUP                PIC X(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADECF - CADASTRO DE EQUIPAMENTOS ECF" AT 0215.
           PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM.
           IF ACESSO-LIBERADO NOT = "S"
              DISPLAY "ACESSO NEGADO - CADASTRO NAO ALTERADO" AT 2303
              STOP RUN RETURNING 1
           END-IF.

           PERFORM IDENTIFICA-SUPERVISOR.
           IF SUP-ACHADO NOT = "S"
              DISPLAY "SUPERVISOR NAO CADASTRADO EM SUPERV.DAT - "
                 "MANUTENCAO RECUSADA" AT 1210
              STOP RUN RETURNING 1
           END-IF.

           PERFORM ABRE-CADASTRO.
           PERFORM CONTA-EQUIPAMENTOS.

           PERFORM UNTIL OPCAO = "E"
              PERFORM MOSTRA-MENU
              ACCEPT OPCAO AT 1135
              MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
              MOVE SPACES TO MSG-TELA
              EVALUATE OPCAO
                 WHEN "I"
                    PERFORM INCLUI-EQUIPAMENTO
                 WHEN "A"
                    PERFORM ALTERA-EQUIPAMENTO
                 WHEN "T"
                    PERFORM REGISTRA-INTERVENCAO
                       THRU REGISTRA-INTERVENCAO-FIM
                 WHEN "L"
                    PERFORM LISTA-EQUIPAMENTOS
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MSG-TELA
              END-EVALUATE
           END-PERFORM.

           CLOSE ARQECF.
           DISPLAY "CADASTRO DE EQUIPAMENTOS ECF ENCERRADO - "
              AT 2301
           MOVE QTD-EQUIPAMENTOS TO NUM-TERM-ED.
           DISPLAY NUM-TERM-ED AT 2342.
           STOP RUN.

      ******************************************************************
      * PEDE E VALIDA O CODIGO DO SUPERVISOR CONTRA SUPERV.DAT. E ELE   *
      * QUE ASSINA, COM O LOGIN, CADA LINHA DO JORNAL DE INTERVENCOES - *
      * SEM SUPERVISOR VALIDO NAO HA MANUTENCAO                         *
      ******************************************************************
       IDENTIFICA-SUPERVISOR.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADECF - CADASTRO DE EQUIPAMENTOS ECF" AT 0215.
           DISPLAY "CODIGO DO SUPERVISOR....: " AT 0710.
           ACCEPT SUP-INFORMADO AT 0736.

           MOVE "N" TO SUP-ACHADO.
           MOVE SPACES TO NOME-SUPERVISOR.
           OPEN INPUT ARQSUP.
           IF WSTA-SUP = "00"
              MOVE "N" TO FIM-SUPERV
              PERFORM UNTIL FIM-SUPERV = "S"
                 READ ARQSUP
                    AT END
                       MOVE "S" TO FIM-SUPERV
                    NOT AT END
                       MOVE LINHA-SUP TO REG-SUPERVISOR
                       IF SUP-CODIGO = SUP-INFORMADO
                          AND SUP-INFORMADO NOT = SPACES
                          MOVE "S" TO SUP-ACHADO
                          MOVE SUP-NOME TO NOME-SUPERVISOR
                          MOVE "S" TO FIM-SUPERV
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQSUP
           END-IF.
           IF SUP-ACHADO = "S"
              DISPLAY NOME-SUPERVISOR AT 0745
           END-IF.

      ******************************************************************
      * ABRE O CADASTRO INDEXADO EM I-O COMPARTILHADO (FILESHARE).      *
      * WSTA "35" E LOJA NOVA - O CADASTRO E CRIADO VAZIO               *
      ******************************************************************
       ABRE-CADASTRO.
           OPEN I-O ARQECF.
           IF WSTA-ECF = "35"
              OPEN OUTPUT ARQECF
              IF WSTA-ECF = "00"
                 CLOSE ARQECF
                 OPEN I-O ARQECF
              END-IF
           END-IF.
           IF WSTA-ECF NOT = "00"
              DISPLAY "ECFTERM.DAT INDISPONIVEL - WSTA="
                 WSTA-ECF AT 1210
              STOP RUN RETURNING 1
           END-IF.

      ******************************************************************
      * CONTA OS EQUIPAMENTOS DO CADASTRO P/ O PAINEL DO MENU           *
      ******************************************************************
       CONTA-EQUIPAMENTOS.
           MOVE ZERO TO QTD-EQUIPAMENTOS.
           MOVE LOW-VALUES TO ECF-TERM.
           START ARQECF KEY NOT < ECF-TERM
              INVALID KEY
                 CONTINUE
           END-START.
           IF WSTA-ECF = "00"
              MOVE "N" TO FIM-EQUIPAMENTOS
              PERFORM UNTIL FIM-EQUIPAMENTOS = "S"
                 READ ARQECF NEXT
                    AT END
                       MOVE "S" TO FIM-EQUIPAMENTOS
                    NOT AT END
                       ADD 1 TO QTD-EQUIPAMENTOS
                 END-READ
              END-PERFORM
           END-IF.

      ******************************************************************
      * TELA PRINCIPAL DO CADASTRO                                      *
      ******************************************************************
       MOSTRA-MENU.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADECF - CADASTRO DE EQUIPAMENTOS ECF" AT 0215.
           DISPLAY "SUPERVISOR: " AT 0315.
           DISPLAY NOME-SUPERVISOR AT 0327.
           DISPLAY "EQUIPAMENTOS CADASTRADOS: " AT 0415.
           MOVE QTD-EQUIPAMENTOS TO NUM-TERM-ED.
           DISPLAY NUM-TERM-ED AT 0441.
           DISPLAY "I = INCLUI EQUIPAMENTO" AT 0620.
           DISPLAY "A = ALTERA EQUIPAMENTO" AT 0720.
           DISPLAY "T = REGISTRA INTERVENCAO TECNICA" AT 0820.
           DISPLAY "L = LISTA EQUIPAMENTOS" AT 0920.
           DISPLAY "E = ENCERRA" AT 1020.
           DISPLAY "OPCAO......: " AT 1120.
           DISPLAY MSG-TELA AT 1320.

      ******************************************************************
      * PEDE O NUMERO DO TERMINAL E LE O REGISTRO DIRETO PELA CHAVE,    *
      * DEIXANDO ECF-ACHADO DIZENDO SE JA EXISTE                        *
      ******************************************************************
       PEDE-NUMERO.
           MOVE SPACES TO NUM-INFORMADO.
           DISPLAY "NUMERO DO TERMINAL (3 DIGITOS): " AT 1420.
           ACCEPT NUM-INFORMADO AT 1452.
           MOVE "N" TO ECF-ACHADO.
           IF NUM-INFORMADO NUMERIC
              MOVE NUM-INFORMADO TO ECF-TERM
              READ ARQECF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO ECF-ACHADO
              END-READ
           END-IF.

      ******************************************************************
      * PEDE OS DADOS DO EQUIPAMENTO. OS CAMPOS JA VEM PRE-CARREGADOS   *
      * POR QUEM CHAMA (VALORES ATUAIS NA ALTERACAO, BRANCOS NA         *
      * INCLUSAO) E O WITH UPDATE DEIXA O SUPERVISOR SO TECLAR ENTER NO *
      * QUE NAO MUDA. SERIE E LACRES SO SAO DIGITADOS NA INCLUSAO - NA  *
      * ALTERACAO SAO SO MOSTRADOS (MUDAM PELA INTERVENCAO, OPCAO T)    *
      ******************************************************************
       PEDE-DADOS.
           DISPLAY "SERIE DE FABRICACAO..: " AT 1620.
           IF OPCAO = "I"
              ACCEPT SERIE-INFORMADA AT 1643 WITH UPDATE
              MOVE FUNCTION UPPER-CASE(SERIE-INFORMADA)
                 TO SERIE-INFORMADA
           ELSE
              DISPLAY SERIE-INFORMADA AT 1643
           END-IF.
           DISPLAY "MODELO DO ECF........: " AT 1720.
           ACCEPT MODELO-INFORMADO AT 1743 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(MODELO-INFORMADO)
              TO MODELO-INFORMADO.
           DISPLAY "MODELO DO DOCUMENTO..: " AT 1820.
           ACCEPT MOD-DOC-INFORMADO AT 1843 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(MOD-DOC-INFORMADO)
              TO MOD-DOC-INFORMADO.
           IF MOD-DOC-INFORMADO = SPACES
              MOVE "2D" TO MOD-DOC-INFORMADO
           END-IF.
           DISPLAY "FIRMWARE (SOFTWARE BASICO): " AT 1920.
           ACCEPT FIRMWARE-INFORMADO AT 1948 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(FIRMWARE-INFORMADO)
              TO FIRMWARE-INFORMADO.
           DISPLAY "INSTALACAO DA MEMORIA FISCAL (AAAAMMDD): " AT 2020.
           ACCEPT DATA-MF-INFORMADA AT 2061 WITH UPDATE.
           DISPLAY "LACRE 1..............: " AT 2120.
           DISPLAY "LACRE 2..............: " AT 2220.
           IF OPCAO = "I"
              ACCEPT LACRE-1-INFORMADO AT 2143 WITH UPDATE
              ACCEPT LACRE-2-INFORMADO AT 2243 WITH UPDATE
              MOVE FUNCTION UPPER-CASE(LACRE-1-INFORMADO)
                 TO LACRE-1-INFORMADO
              MOVE FUNCTION UPPER-CASE(LACRE-2-INFORMADO)
                 TO LACRE-2-INFORMADO
           ELSE
              DISPLAY LACRE-1-INFORMADO AT 2143
              DISPLAY LACRE-2-INFORMADO AT 2243
           END-IF.

      ******************************************************************
      * INCLUSAO DO EQUIPAMENTO DE UM TERMINAL - GRAVA SO O REGISTRO    *
      * DELE. SEM SERIE NAO HA REGISTRO 60M - A SERIE E OBRIGATORIA     *
      ******************************************************************
       INCLUI-EQUIPAMENTO.
           PERFORM PEDE-NUMERO.
           EVALUATE TRUE
              WHEN NUM-INFORMADO NOT NUMERIC
                 MOVE "NUMERO DO TERMINAL DEVE TER 3 DIGITOS"
                    TO MSG-TELA
              WHEN ECF-ACHADO = "S"
                 MOVE "EQUIPAMENTO JA CADASTRADO - USE A OPCAO A"
                    TO MSG-TELA
              WHEN OTHER
                 MOVE SPACES TO SERIE-INFORMADA
                 MOVE SPACES TO MODELO-INFORMADO
                 MOVE SPACES TO MOD-DOC-INFORMADO
                 MOVE SPACES TO FIRMWARE-INFORMADO
                 MOVE SPACES TO DATA-MF-INFORMADA
                 MOVE SPACES TO LACRE-1-INFORMADO
                 MOVE SPACES TO LACRE-2-INFORMADO
                 PERFORM PEDE-DADOS
                 IF SERIE-INFORMADA = SPACES
                    MOVE "SERIE DE FABRICACAO E OBRIGATORIA"
                       TO MSG-TELA
                 ELSE
                    IF DATA-MF-INFORMADA NOT = SPACES
                       AND DATA-MF-INFORMADA NOT NUMERIC
                       MOVE "DATA DA MEMORIA FISCAL DEVE SER AAAAMMDD"
                          TO MSG-TELA
                    ELSE
                       PERFORM GRAVA-INCLUSAO
                    END-IF
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * GRAVA O REGISTRO NOVO DO EQUIPAMENTO COM OS DADOS DA TELA       *
      ******************************************************************
       GRAVA-INCLUSAO.
           MOVE SPACES TO REG-ECF.
           MOVE NUM-INFORMADO TO ECF-TERM.
           MOVE SERIE-INFORMADA TO ECF-SERIE.
           MOVE MODELO-INFORMADO TO ECF-MODELO.
           MOVE MOD-DOC-INFORMADO TO ECF-MOD-DOC.
           MOVE FIRMWARE-INFORMADO TO ECF-FIRMWARE.
           MOVE DATA-MF-INFORMADA TO ECF-DATA-MF.
           MOVE LACRE-1-INFORMADO TO ECF-LACRE-1.
           MOVE LACRE-2-INFORMADO TO ECF-LACRE-2.
           WRITE REG-ECF
              INVALID KEY
                 MOVE "FALHA AO GRAVAR - EQUIPAMENTO JA EXISTE"
                    TO MSG-TELA
              NOT INVALID KEY
                 ADD 1 TO QTD-EQUIPAMENTOS
                 MOVE "EQUIPAMENTO INCLUIDO" TO MSG-TELA
           END-WRITE.

      ******************************************************************
      * ALTERACAO DO EQUIPAMENTO DE UM TERMINAL (CORRECAO DE MODELO,    *
      * DOCUMENTO, FIRMWARE OU DATA DA MEMORIA FISCAL). CAMPO DEVOLVIDO *
      * EM BRANCO MANTEM O VALOR ATUAL. TROCA DE IMPRESSORA OU DE       *
      * LACRE E INTERVENCAO TECNICA - OPCAO T, QUE FICA NO JORNAL       *
      ******************************************************************
       ALTERA-EQUIPAMENTO.
           PERFORM PEDE-NUMERO.
           IF ECF-ACHADO NOT = "S"
              MOVE "EQUIPAMENTO NAO CADASTRADO - USE A OPCAO I"
                 TO MSG-TELA
           ELSE
              MOVE ECF-SERIE TO SERIE-INFORMADA
              MOVE ECF-MODELO TO MODELO-INFORMADO
              MOVE ECF-MOD-DOC TO MOD-DOC-INFORMADO
              MOVE ECF-FIRMWARE TO FIRMWARE-INFORMADO
              MOVE ECF-DATA-MF TO DATA-MF-INFORMADA
              MOVE ECF-LACRE-1 TO LACRE-1-INFORMADO
              MOVE ECF-LACRE-2 TO LACRE-2-INFORMADO
              PERFORM PEDE-DADOS
              IF MODELO-INFORMADO = SPACES
                 MOVE ECF-MODELO TO MODELO-INFORMADO
              END-IF
              IF FIRMWARE-INFORMADO = SPACES
                 MOVE ECF-FIRMWARE TO FIRMWARE-INFORMADO
              END-IF
              IF DATA-MF-INFORMADA = SPACES
                 MOVE ECF-DATA-MF TO DATA-MF-INFORMADA
              END-IF
              IF DATA-MF-INFORMADA NOT = SPACES
                 AND DATA-MF-INFORMADA NOT NUMERIC
                 MOVE "DATA DA MEMORIA FISCAL DEVE SER AAAAMMDD"
                    TO MSG-TELA
              ELSE
                 MOVE MODELO-INFORMADO TO ECF-MODELO
                 MOVE MOD-DOC-INFORMADO TO ECF-MOD-DOC
                 MOVE FIRMWARE-INFORMADO TO ECF-FIRMWARE
                 MOVE DATA-MF-INFORMADA TO ECF-DATA-MF
                 REWRITE REG-ECF
                    INVALID KEY
                       MOVE "FALHA AO REGRAVAR O EQUIPAMENTO"
                          TO MSG-TELA
                    NOT INVALID KEY
                       MOVE "EQUIPAMENTO ALTERADO" TO MSG-TELA
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      * INTERVENCAO TECNICA NO ECF DE UM TERMINAL (CONSERTO, TROCA DE   *
      * IMPRESSORA, TROCA DE MEMORIA FISCAL, RELACRACAO). COLHE DATA,   *
      * TECNICO, MOTIVO, ATESTADO, LACRES NOVOS E, SE MUDOU, A SERIE, O *
      * FIRMWARE E A DATA DA MEMORIA FISCAL. O JORNAL E GRAVADO PRIMEIRO*
      * - SEM JORNAL NAO HA ATUALIZACAO DO CADASTRO                     *
      ******************************************************************
       REGISTRA-INTERVENCAO.
           PERFORM PEDE-NUMERO.
           IF ECF-ACHADO NOT = "S"
              MOVE "EQUIPAMENTO NAO CADASTRADO - USE A OPCAO I"
                 TO MSG-TELA
              GO TO REGISTRA-INTERVENCAO-FIM
           END-IF.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE TO DATA-INTERVENCAO.
           MOVE SPACES TO TECNICO-INFORMADO.
           MOVE SPACES TO MOTIVO-INFORMADO.
           MOVE SPACES TO ATESTADO-INFORMADO.
           MOVE ECF-SERIE TO SERIE-INFORMADA.
           MOVE ECF-FIRMWARE TO FIRMWARE-INFORMADO.
           MOVE ECF-DATA-MF TO DATA-MF-INFORMADA.
           MOVE SPACES TO LACRE-1-INFORMADO.
           MOVE SPACES TO LACRE-2-INFORMADO.

           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADECF - INTERVENCAO TECNICA NO ECF" AT 0215.
           DISPLAY "TERMINAL......: " AT 0415.
           DISPLAY ECF-TERM AT 0431.
           DISPLAY "SERIE ATUAL...: " AT 0515.
           DISPLAY ECF-SERIE AT 0531.
           DISPLAY "LACRES ATUAIS.: " AT 0615.
           DISPLAY ECF-LACRE-1 AT 0631.
           DISPLAY ECF-LACRE-2 AT 0642.

           DISPLAY "DATA DA INTERVENCAO (AAAAMMDD): " AT 0815.
           ACCEPT DATA-INTERVENCAO AT 0847 WITH UPDATE.
           DISPLAY "TECNICO.......: " AT 0915.
           ACCEPT TECNICO-INFORMADO AT 0931.
           DISPLAY "MOTIVO........: " AT 1015.
           ACCEPT MOTIVO-INFORMADO AT 1031.
           DISPLAY "ATESTADO No...: " AT 1115.
           ACCEPT ATESTADO-INFORMADO AT 1131.
           DISPLAY "SERIE (NOVA SE TROCOU O ECF): " AT 1215.
           ACCEPT SERIE-INFORMADA AT 1245 WITH UPDATE.
           DISPLAY "LACRE 1 NOVO..: " AT 1315.
           ACCEPT LACRE-1-INFORMADO AT 1331.
           DISPLAY "LACRE 2 NOVO..: " AT 1415.
           ACCEPT LACRE-2-INFORMADO AT 1431.
           DISPLAY "FIRMWARE......: " AT 1515.
           ACCEPT FIRMWARE-INFORMADO AT 1531 WITH UPDATE.
           DISPLAY "INSTALACAO DA MEMORIA FISCAL (AAAAMMDD): " AT 1615.
           ACCEPT DATA-MF-INFORMADA AT 1656 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(TECNICO-INFORMADO)
              TO TECNICO-INFORMADO.
           MOVE FUNCTION UPPER-CASE(MOTIVO-INFORMADO)
              TO MOTIVO-INFORMADO.
           MOVE FUNCTION UPPER-CASE(ATESTADO-INFORMADO)
              TO ATESTADO-INFORMADO.
           MOVE FUNCTION UPPER-CASE(SERIE-INFORMADA)
              TO SERIE-INFORMADA.
           MOVE FUNCTION UPPER-CASE(LACRE-1-INFORMADO)
              TO LACRE-1-INFORMADO.
           MOVE FUNCTION UPPER-CASE(LACRE-2-INFORMADO)
              TO LACRE-2-INFORMADO.
           MOVE FUNCTION UPPER-CASE(FIRMWARE-INFORMADO)
              TO FIRMWARE-INFORMADO.

           EVALUATE TRUE
              WHEN DATA-INTERVENCAO NOT NUMERIC
                 MOVE "DATA DA INTERVENCAO DEVE SER AAAAMMDD"
                    TO MSG-TELA
              WHEN DATA-INTERVENCAO > DATA-HOJE
                 MOVE "DATA DA INTERVENCAO NO FUTURO" TO MSG-TELA
              WHEN TECNICO-INFORMADO = SPACES
                 MOVE "TECNICO E OBRIGATORIO" TO MSG-TELA
              WHEN MOTIVO-INFORMADO = SPACES
                 MOVE "MOTIVO E OBRIGATORIO" TO MSG-TELA
              WHEN ATESTADO-INFORMADO = SPACES
                 MOVE "NUMERO DO ATESTADO E OBRIGATORIO" TO MSG-TELA
              WHEN SERIE-INFORMADA = SPACES
                 MOVE "SERIE DE FABRICACAO E OBRIGATORIA" TO MSG-TELA
              WHEN LACRE-1-INFORMADO = SPACES
                 MOVE "ECF NAO PODE FICAR SEM LACRE APOS A INTERVENCAO"
                    TO MSG-TELA
              WHEN DATA-MF-INFORMADA NOT = SPACES
                 AND DATA-MF-INFORMADA NOT NUMERIC
                 MOVE "DATA DA MEMORIA FISCAL DEVE SER AAAAMMDD"
                    TO MSG-TELA
              WHEN OTHER
                 MOVE SPACE TO CONFIRMA
                 DISPLAY "CONFIRMA O REGISTRO DA INTERVENCAO (S/N): "
                    AT 1815
                 ACCEPT CONFIRMA AT 1857
                 MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
                 IF CONFIRMA = "S"
                    PERFORM GRAVA-INTERVENCAO
                 ELSE
                    MOVE "INTERVENCAO NAO REGISTRADA" TO MSG-TELA
                 END-IF
           END-EVALUATE.

       REGISTRA-INTERVENCAO-FIM.
           EXIT.

      ******************************************************************
      * ACRESCENTA A INTERVENCAO AO JORNAL ECFINT.DAT (ANTES E DEPOIS   *
      * DOS LACRES E DA SERIE) E SO ENTAO ATUALIZA O CADASTRO COM A     *
      * SERIE, OS LACRES, O FIRMWARE E A DATA DA MEMORIA FISCAL NOVOS   *
      ******************************************************************
       GRAVA-INTERVENCAO.
           MOVE DATA-INTERVENCAO TO INT-DATA.
           MOVE ECF-TERM TO INT-TERM.
           MOVE TECNICO-INFORMADO TO INT-TECNICO.
           MOVE MOTIVO-INFORMADO TO INT-MOTIVO.
           MOVE ECF-LACRE-1 TO INT-LACRE-ANT-1.
           MOVE ECF-LACRE-2 TO INT-LACRE-ANT-2.
           MOVE LACRE-1-INFORMADO TO INT-LACRE-NOVO-1.
           MOVE LACRE-2-INFORMADO TO INT-LACRE-NOVO-2.
           MOVE ATESTADO-INFORMADO TO INT-ATESTADO.
           MOVE ECF-SERIE TO INT-SERIE-ANT.
           MOVE SERIE-INFORMADA TO INT-SERIE-NOVA.
           MOVE LOGIN-INFORMADO TO INT-LOGIN.
           MOVE SUP-INFORMADO TO INT-SUPERV.
           MOVE DATA-HOJE TO INT-REG-DATA.
           MOVE HORA-AGORA (1:6) TO INT-REG-HORA.

           OPEN EXTEND ARQINT.
           IF WSTA-INT = "35"
              OPEN OUTPUT ARQINT
           END-IF.

           IF WSTA-INT NOT = "00"
              STRING "FALHA AO GRAVAR ECFINT.DAT - WSTA=" WSTA-INT
                    " - NADA ALTERADO"
                 DELIMITED BY SIZE INTO MSG-TELA
              END-STRING
           ELSE
              MOVE REG-INTERVENCAO TO LINHA-INT
              WRITE LINHA-INT
              CLOSE ARQINT
              MOVE SERIE-INFORMADA TO ECF-SERIE
              MOVE LACRE-1-INFORMADO TO ECF-LACRE-1
              MOVE LACRE-2-INFORMADO TO ECF-LACRE-2
              MOVE FIRMWARE-INFORMADO TO ECF-FIRMWARE
              MOVE DATA-MF-INFORMADA TO ECF-DATA-MF
              REWRITE REG-ECF
                 INVALID KEY
                    MOVE "JORNAL GRAVADO MAS CADASTRO NAO REGRAVADO"
                       TO MSG-TELA
                 NOT INVALID KEY
                    MOVE "INTERVENCAO REGISTRADA E CADASTRO ATUALIZADO"
                       TO MSG-TELA
              END-REWRITE
           END-IF.

      ******************************************************************
      * LISTA O CADASTRO NA TELA, NA ORDEM DA CHAVE, UMA PAGINA POR VEZ *
      ******************************************************************
       LISTA-EQUIPAMENTOS.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "TRM SERIE                MODELO       DOC FIRMWARE"
              AT 0201.
           DISPLAY "LACRE 1    LACRE 2" AT 0256.
           MOVE 3 TO LIN-LISTA.
           MOVE LOW-VALUES TO ECF-TERM.
           START ARQECF KEY NOT < ECF-TERM
              INVALID KEY
                 CONTINUE
           END-START.
           IF WSTA-ECF = "00"
              MOVE "N" TO FIM-EQUIPAMENTOS
              PERFORM UNTIL FIM-EQUIPAMENTOS = "S"
                 READ ARQECF NEXT
                    AT END
                       MOVE "S" TO FIM-EQUIPAMENTOS
                    NOT AT END
                       MOVE ECF-TERM TO LIS-TERM
                       MOVE ECF-SERIE TO LIS-SERIE
                       MOVE ECF-MODELO TO LIS-MODELO
                       MOVE ECF-MOD-DOC TO LIS-MOD-DOC
                       MOVE ECF-FIRMWARE TO LIS-FIRMWARE
                       MOVE ECF-LACRE-1 TO LIS-LACRE-1
                       MOVE ECF-LACRE-2 TO LIS-LACRE-2
                       DISPLAY LIS-DETALHE
                          AT LINE LIN-LISTA COLUMN 1
                       ADD 1 TO LIN-LISTA
                       IF LIN-LISTA > 22
                          DISPLAY "TECLE ALGO P/ CONTINUAR" AT 2401
                          ACCEPT TECLA-PAUSA AT 2430
                          DISPLAY SPACES WITH BLANK SCREEN
                             FOREGROUND-COLOR IS 7
                             BACKGROUND-COLOR IS 0
                          MOVE 3 TO LIN-LISTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
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
