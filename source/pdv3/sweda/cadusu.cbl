      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADUSU.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *MANUTENCAO DOS USUARIOS (USUARIOS.DAT) E DOS PERFIS DE ACESSO      *
      *(PERFIS.DAT) CONFERIDOS NA ENTRADA DO ESC13, CADTERM, CADCAL,      *
      *CADOPER, CADTESO, CONSHIS, ARQMES, RECIDX, CADALIQ E CADECF. OS    *
      *DOIS CADASTROS SAO INDEXADOS (COMO O TERMINAIS.DAT) E CADA         *
      *ALTERACAO REGRAVA SO O REGISTRO MEXIDO. USUARIO, CHAVE LOGIN:      *
      *   POSICOES 1-8   = LOGIN                                          *
      *   POSICOES 10-19 = SENHA CIFRADA (A SENHA ABERTA NUNCA E GRAVADA) *
      *   POSICOES 21-50 = NOME                                           *
      *   POSICOES 52-55 = PERFIL                                         *
      *   POSICAO  57    = SITUACAO: A=ATIVO B=BLOQUEADO                  *
      *                    T=SENHA PROVISORIA (TROCADA NO PROXIMO LOGIN)  *
      *   POSICOES 59-66 = DATA DA ULTIMA TROCA DE SENHA AAAAMMDD         *
      *PERFIL, CHAVE CODIGO:                                              *
      *   POSICOES 1-4    = CODIGO DO PERFIL                              *
      *   POSICOES 6-25   = DESCRICAO                                     *
      *   POSICOES 27-34  = MODOS DO ESC13 LIBERADOS (X Z G C M T S U)    *
      *   POSICOES 36-125 = ATE 10 PROGRAMAS LIBERADOS (8 POSICOES CADA,  *
      *                     SEPARADOS POR UM BRANCO)                      *
      *SO O PERFIL GER (GERENTE DA LOJA) ENTRA NESTE PROGRAMA. NA PRIMEIRA*
      *RODADA, SEM USUARIOS.DAT, O PROGRAMA FAZ A INSTALACAO: CRIA O      *
      *PERFIL GER COM TODOS OS PROGRAMAS E MODOS E CADASTRA O PRIMEIRO    *
      *GERENTE. USUARIO NOVO E SENHA REDEFINIDA RECEBEM SENHA PROVISORIA  *
      *(SITUACAO T) QUE O PROPRIO USUARIO TROCA NO PRIMEIRO LOGIN - E     *
      *TAMBEM POR AQUI QUE O USUARIO QUE QUER TROCAR A SENHA PEDE AO      *
      *GERENTE A SITUACAO T. O GERENTE NAO BLOQUEIA NEM TIRA DO PERFIL GER*
      *O PROPRIO LOGIN. CADA INCLUSAO, ALTERACAO E SENHA REDEFINIDA VAI   *
      *P/ O JORNAL DE ACESSOS ACESSOS.DAT (RELATORIO MENSAL PELO RELACE)  *
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
      ******************************************************************
       01  DATA-HOJE                 PIC X(08).

      * PROGRAMAS SOB CONTROLE DE ACESSO E MODOS DO ESC13 **************
       01  TABELA-PROGRAMAS-VALORES.
           03  FILLER                PIC X(08) VALUE "ESC13".
           03  FILLER                PIC X(08) VALUE "CADTERM".
           03  FILLER                PIC X(08) VALUE "CADCAL".
           03  FILLER                PIC X(08) VALUE "CADOPER".
           03  FILLER                PIC X(08) VALUE "CADTESO".
           03  FILLER                PIC X(08) VALUE "CONSHIS".
           03  FILLER                PIC X(08) VALUE "ARQMES".
           03  FILLER                PIC X(08) VALUE "RECIDX".
           03  FILLER                PIC X(08) VALUE "CADALIQ".
           03  FILLER                PIC X(08) VALUE "CADECF".
       01  TABELA-PROGRAMAS REDEFINES TABELA-PROGRAMAS-VALORES.
           03  PROGRAMA-CONTROLADO OCCURS 10
                                     PIC X(08).
       01  QTD-PROGRAMAS-CONTROLADOS PIC 9(03) COMP VALUE 10.
       01  IND-CONTROLADO            PIC 9(03) COMP VALUE ZERO.
       01  MODOS-VALIDOS             PIC X(08) VALUE "XZGCMTSU".
       01  IND-MODO                  PIC 9(03) COMP VALUE ZERO.
       01  QTD-MODO-VALIDO           PIC 9(03) COMP VALUE ZERO.
       01  PERFIL-GERENTE            PIC X(04) VALUE "GER".

      * CAMPOS DA TELA DE MANUTENCAO ***********************************
       01  OPCAO                     PIC X(01) VALUE SPACE.
       01  LOGIN-ALVO                PIC X(08) VALUE SPACES.
       01  NOME-INFORMADO            PIC X(30) VALUE SPACES.
       01  PERFIL-INFORMADO          PIC X(04) VALUE SPACES.
       01  SITUACAO-INFORMADA        PIC X(01) VALUE SPACE.
       01  PERFIL-ANTERIOR           PIC X(04) VALUE SPACES.
       01  SITUACAO-ANTERIOR         PIC X(01) VALUE SPACE.
       01  NOME-ANTERIOR             PIC X(30) VALUE SPACES.
       01  SENHA-PROVISORIA          PIC X(08) VALUE SPACES.
       01  SENHA-PROV-CONFIRMA       PIC X(08) VALUE SPACES.
       01  SENHA-VALIDA              PIC X(01) VALUE "N".
       01  PRF-ACHADO                PIC X(01) VALUE "N".
       01  DESCRICAO-INFORMADA       PIC X(20) VALUE SPACES.
       01  MODOS-INFORMADOS          PIC X(08) VALUE SPACES.
       01  MODO-INFORMADO REDEFINES MODOS-INFORMADOS
                                     PIC X(01) OCCURS 8.
       01  PROGRAMAS-INFORMADOS.
           03  PRG-INFORMADO OCCURS 10
                                     PIC X(08).
       01  PROGRAMAS-VALIDOS         PIC X(01) VALUE "S".
       01  QTD-USUARIOS              PIC 9(03) VALUE ZERO.
       01  QTD-USUARIOS-ED           PIC ZZ9.
       01  MSG-TELA                  PIC X(60) VALUE SPACES.
       01  FIM-USUARIOS              PIC X(01).
       01  FIM-PERFIS                PIC X(01).
       01  LIN-LISTA                 PIC 9(02) VALUE ZERO.
       01  LIN-PROGRAMA              PIC 9(02) VALUE ZERO.
       01  COL-PROGRAMA              PIC 9(02) VALUE ZERO.
       01  TECLA-PAUSA               PIC X(01) VALUE SPACE.

      * LINHA DA LISTA DE USUARIOS NA TELA (SEM A SENHA) ***************
       01  LINHA-LISTA-USU.
           03  LST-LOGIN             PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LST-NOME              PIC X(30).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  LST-PERFIL            PIC X(04).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  LST-SITUACAO          PIC X(01).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  LST-DATA-SENHA        PIC X(08).

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "CADUSU".
       01  PERFIL-EXIGIDO            PIC X(04) VALUE "GER".
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
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADUSU - USUARIOS E PERFIS DE ACESSO" AT 0215.

      * SEM CADASTRO DE USUARIOS AINDA NAO HA QUEM FACA LOGIN - E A     *
      * INSTALACAO, QUE CADASTRA O PRIMEIRO GERENTE                     *
           OPEN INPUT ARQUSU.
           IF WSTA-USU = "35"
              PERFORM INSTALA-CADASTRO THRU INSTALA-CADASTRO-FIM
           ELSE
              IF WSTA-USU = "00"
                 CLOSE ARQUSU
              END-IF
              PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM
           END-IF.
           IF ACESSO-LIBERADO NOT = "S"
              DISPLAY "ACESSO NEGADO - SO O PERFIL GER MANTEM USUARIOS"
                 AT 2303
              STOP RUN RETURNING 1
           END-IF.

           PERFORM ABRE-CADASTROS.
           PERFORM CONTA-USUARIOS.

           PERFORM UNTIL OPCAO = "E"
              PERFORM MOSTRA-MENU
              ACCEPT OPCAO AT 1133
              MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
              MOVE SPACES TO MSG-TELA
              EVALUATE OPCAO
                 WHEN "I"
                    PERFORM INCLUI-USUARIO
                 WHEN "A"
                    PERFORM ALTERA-USUARIO
                 WHEN "R"
                    PERFORM REDEFINE-SENHA
                 WHEN "P"
                    PERFORM MANTEM-PERFIL
                 WHEN "L"
                    PERFORM LISTA-USUARIOS
                 WHEN "Q"
                    PERFORM LISTA-PERFIS
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MSG-TELA
              END-EVALUATE
           END-PERFORM.

           CLOSE ARQUSU.
           CLOSE ARQPRF.
           DISPLAY "CADASTRO DE USUARIOS ENCERRADO - " AT 2301.
           MOVE QTD-USUARIOS TO QTD-USUARIOS-ED.
           DISPLAY QTD-USUARIOS-ED AT 2335.
           STOP RUN.

      ******************************************************************
      * INSTALACAO DO CONTROLE DE ACESSO (NAO HA USUARIOS.DAT): CRIA O  *
      * PERFIL GER COM TODOS OS PROGRAMAS E MODOS, SE AINDA NAO EXISTE, *
      * E CADASTRA O PRIMEIRO GERENTE COM A SENHA QUE ELE MESMO DIGITA. *
      * E ESSE GERENTE QUE FICA LOGADO NA SEQUENCIA                     *
      ******************************************************************
       INSTALA-CADASTRO.
           MOVE "N" TO ACESSO-LIBERADO.
           DISPLAY "CADASTRO DE USUARIOS INEXISTENTE - INSTALACAO"
              AT 0510.
           DISPLAY "CADASTRE O PRIMEIRO GERENTE DA LOJA (PERFIL GER)"
              AT 0610.
           MOVE SPACES TO LOGIN-INFORMADO.
           MOVE SPACES TO NOME-INFORMADO.
           MOVE SPACES TO SENHA-PROVISORIA.
           MOVE SPACES TO SENHA-PROV-CONFIRMA.
           DISPLAY "LOGIN...................: " AT 0810.
           ACCEPT LOGIN-INFORMADO AT 0836.
           MOVE FUNCTION UPPER-CASE(LOGIN-INFORMADO)
              TO LOGIN-INFORMADO.
           DISPLAY "NOME....................: " AT 0910.
           ACCEPT NOME-INFORMADO AT 0936.
           DISPLAY "SENHA...................: " AT 1010.
           ACCEPT SENHA-PROVISORIA AT 1036 WITH SECURE.
           DISPLAY "CONFIRME A SENHA........: " AT 1110.
           ACCEPT SENHA-PROV-CONFIRMA AT 1136 WITH SECURE.
           IF LOGIN-INFORMADO = SPACES OR NOME-INFORMADO = SPACES
              OR SENHA-PROVISORIA = SPACES
              OR SENHA-PROVISORIA NOT = SENHA-PROV-CONFIRMA
              DISPLAY "DADOS INCOMPLETOS OU SENHA NAO CONFERE" AT 1310
              GO TO INSTALA-CADASTRO-FIM
           END-IF.

           OPEN I-O ARQPRF.
           IF WSTA-PRF = "35"
              OPEN OUTPUT ARQPRF
              IF WSTA-PRF = "00"
                 CLOSE ARQPRF
                 OPEN I-O ARQPRF
              END-IF
           END-IF.
           IF WSTA-PRF NOT = "00"
              DISPLAY "PERFIS.DAT INDISPONIVEL - WSTA=" AT 1310
              DISPLAY WSTA-PRF AT 1341
              GO TO INSTALA-CADASTRO-FIM
           END-IF.
           MOVE PERFIL-GERENTE TO PRF-CODIGO.
           READ ARQPRF
              INVALID KEY
                 MOVE SPACES TO REG-PERFIL
                 MOVE PERFIL-GERENTE TO PRF-CODIGO
                 MOVE "GERENTE DA LOJA" TO PRF-DESCRICAO
                 MOVE MODOS-VALIDOS TO PRF-MODOS
                 PERFORM VARYING IND-CONTROLADO FROM 1 BY 1
                    UNTIL IND-CONTROLADO > QTD-PROGRAMAS-CONTROLADOS
                    MOVE PROGRAMA-CONTROLADO (IND-CONTROLADO)
                       TO PRF-PROGRAMA (IND-CONTROLADO)
                 END-PERFORM
                 WRITE REG-PERFIL
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE "PRF" TO EVENTO-ACESSO
                 MOVE "PERFIL GER CRIADO NA INSTALACAO"
                    TO MOTIVO-ACESSO
                 PERFORM GRAVA-ACESSO
           END-READ.
           CLOSE ARQPRF.

           OPEN OUTPUT ARQUSU.
           IF WSTA-USU = "00"
              CLOSE ARQUSU
              OPEN I-O ARQUSU
           END-IF.
           IF WSTA-USU NOT = "00"
              DISPLAY "FALHA AO CRIAR USUARIOS.DAT - WSTA=" AT 1310
              DISPLAY WSTA-USU AT 1345
              GO TO INSTALA-CADASTRO-FIM
           END-IF.
           MOVE SPACES TO REG-USUARIO.
           MOVE LOGIN-INFORMADO TO USU-LOGIN.
           MOVE LOGIN-INFORMADO TO CIFRA-LOGIN.
           MOVE SENHA-PROVISORIA TO CIFRA-SENHA-ABERTA.
           PERFORM CIFRA-SENHA.
           MOVE SENHA-CIFRADA-X TO USU-SENHA.
           MOVE NOME-INFORMADO TO USU-NOME.
           MOVE PERFIL-GERENTE TO USU-PERFIL.
           MOVE "A" TO USU-SITUACAO.
           MOVE DATA-HOJE TO USU-DATA-SENHA.
           WRITE REG-USUARIO
              INVALID KEY
                 DISPLAY "FALHA AO GRAVAR O PRIMEIRO GERENTE" AT 1310
              NOT INVALID KEY
                 MOVE NOME-INFORMADO TO NOME-USUARIO
                 MOVE "USU" TO EVENTO-ACESSO
                 MOVE "INSTALACAO - PRIMEIRO GERENTE CADASTRADO"
                    TO MOTIVO-ACESSO
                 PERFORM GRAVA-ACESSO
                 MOVE SPACES TO MOTIVO-ACESSO
                 MOVE "S" TO ACESSO-LIBERADO
           END-WRITE.
           CLOSE ARQUSU.

       INSTALA-CADASTRO-FIM.
           EXIT.

      ******************************************************************
      * ABRE OS DOIS CADASTROS INDEXADOS EM I-O COMPARTILHADO           *
      * (FILESHARE). PERFIS.DAT AUSENTE E CRIADO VAZIO                  *
      ******************************************************************
       ABRE-CADASTROS.
           OPEN I-O ARQUSU.
           IF WSTA-USU NOT = "00"
              DISPLAY "USUARIOS.DAT INDISPONIVEL - WSTA=" AT 2303
              DISPLAY WSTA-USU AT 2337
              STOP RUN RETURNING 1
           END-IF.
           OPEN I-O ARQPRF.
           IF WSTA-PRF = "35"
              OPEN OUTPUT ARQPRF
              IF WSTA-PRF = "00"
                 CLOSE ARQPRF
                 OPEN I-O ARQPRF
              END-IF
           END-IF.
           IF WSTA-PRF NOT = "00"
              DISPLAY "PERFIS.DAT INDISPONIVEL - WSTA=" AT 2303
              DISPLAY WSTA-PRF AT 2335
              CLOSE ARQUSU
              STOP RUN RETURNING 1
           END-IF.

      ******************************************************************
      * CONTA OS USUARIOS DO CADASTRO P/ O PAINEL DO MENU               *
      ******************************************************************
       CONTA-USUARIOS.
           MOVE ZERO TO QTD-USUARIOS.
           MOVE LOW-VALUES TO USU-LOGIN.
           START ARQUSU KEY NOT < USU-LOGIN
              INVALID KEY
                 CONTINUE
           END-START.
           IF WSTA-USU = "00"
              MOVE "N" TO FIM-USUARIOS
              PERFORM UNTIL FIM-USUARIOS = "S"
                 READ ARQUSU NEXT
                    AT END
                       MOVE "S" TO FIM-USUARIOS
                    NOT AT END
                       ADD 1 TO QTD-USUARIOS
                 END-READ
              END-PERFORM
           END-IF.

      ******************************************************************
      * TELA PRINCIPAL DO CADASTRO                                      *
      ******************************************************************
       MOSTRA-MENU.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADUSU - USUARIOS E PERFIS DE ACESSO" AT 0215.
           DISPLAY "GERENTE: " AT 0315.
           DISPLAY NOME-USUARIO AT 0324.
           DISPLAY "USUARIOS CADASTRADOS: " AT 0360.
           MOVE QTD-USUARIOS TO QTD-USUARIOS-ED.
           DISPLAY QTD-USUARIOS-ED AT 0382.
           DISPLAY "I = INCLUI USUARIO" AT 0420.
           DISPLAY "A = ALTERA USUARIO (NOME, PERFIL, SITUACAO)"
              AT 0520.
           DISPLAY "R = REDEFINE SENHA (SENHA PROVISORIA)" AT 0620.
           DISPLAY "P = INCLUI/ALTERA PERFIL" AT 0720.
           DISPLAY "L = LISTA USUARIOS" AT 0820.
           DISPLAY "Q = LISTA PERFIS" AT 0920.
           DISPLAY "E = ENCERRA" AT 1020.
           DISPLAY "OPCAO......: " AT 1120.
           DISPLAY MSG-TELA AT 1220.

      ******************************************************************
      * PEDE O LOGIN DO USUARIO A MANTER E LE O REGISTRO DIRETO PELA    *
      * CHAVE, DEIXANDO USU-ACHADO DIZENDO SE JA EXISTE                 *
      ******************************************************************
       PEDE-LOGIN-ALVO.
           MOVE SPACES TO LOGIN-ALVO.
           DISPLAY "LOGIN DO USUARIO.....: " AT 1420.
           ACCEPT LOGIN-ALVO AT 1443.
           MOVE FUNCTION UPPER-CASE(LOGIN-ALVO) TO LOGIN-ALVO.
           MOVE "N" TO USU-ACHADO.
           IF LOGIN-ALVO NOT = SPACES
              MOVE LOGIN-ALVO TO USU-LOGIN
              READ ARQUSU
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO USU-ACHADO
              END-READ
           END-IF.

      ******************************************************************
      * PEDE NOME E PERFIL DO USUARIO. OS CAMPOS JA VEM PRE-CARREGADOS  *
      * POR QUEM CHAMA (VALORES ATUAIS NA ALTERACAO, BRANCOS NA         *
      * INCLUSAO) E O WITH UPDATE DEIXA O GERENTE SO TECLAR ENTER NO    *
      * QUE NAO MUDA                                                    *
      ******************************************************************
       PEDE-DADOS-USUARIO.
           DISPLAY "NOME.................: " AT 1520.
           ACCEPT NOME-INFORMADO AT 1543 WITH UPDATE.
           DISPLAY "PERFIL...............: " AT 1620.
           ACCEPT PERFIL-INFORMADO AT 1643 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(PERFIL-INFORMADO)
              TO PERFIL-INFORMADO.

      ******************************************************************
      * PROCURA PERFIL-INFORMADO NO CADASTRO DE PERFIS (PRF-ACHADO)     *
      ******************************************************************
       PROCURA-PERFIL.
           MOVE "N" TO PRF-ACHADO.
           IF PERFIL-INFORMADO NOT = SPACES
              MOVE PERFIL-INFORMADO TO PRF-CODIGO
              READ ARQPRF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO PRF-ACHADO
              END-READ
           END-IF.

      ******************************************************************
      * PEDE A SENHA PROVISORIA DUAS VEZES (SENHA-VALIDA = "S" SO COM AS*
      * DUAS IGUAIS E NAO EM BRANCO)                                    *
      ******************************************************************
       PEDE-SENHA-PROVISORIA.
           MOVE "N" TO SENHA-VALIDA.
           MOVE SPACES TO SENHA-PROVISORIA.
           MOVE SPACES TO SENHA-PROV-CONFIRMA.
           DISPLAY "SENHA PROVISORIA.....: " AT 1820.
           ACCEPT SENHA-PROVISORIA AT 1843 WITH SECURE.
           DISPLAY "CONFIRME A SENHA.....: " AT 1920.
           ACCEPT SENHA-PROV-CONFIRMA AT 1943 WITH SECURE.
           IF SENHA-PROVISORIA NOT = SPACES
              AND SENHA-PROVISORIA = SENHA-PROV-CONFIRMA
              MOVE "S" TO SENHA-VALIDA
           END-IF.

      ******************************************************************
      * INCLUSAO DE USUARIO NOVO, COM SENHA PROVISORIA (SITUACAO T) -   *
      * ELE ESCOLHE A PROPRIA SENHA NO PRIMEIRO LOGIN                   *
      ******************************************************************
       INCLUI-USUARIO.
           PERFORM PEDE-LOGIN-ALVO.
           EVALUATE TRUE
              WHEN LOGIN-ALVO = SPACES
                 MOVE "LOGIN NAO INFORMADO" TO MSG-TELA
              WHEN USU-ACHADO = "S"
                 MOVE "USUARIO JA CADASTRADO - USE A OPCAO A"
                    TO MSG-TELA
              WHEN OTHER
                 MOVE SPACES TO NOME-INFORMADO
                 MOVE SPACES TO PERFIL-INFORMADO
                 PERFORM PEDE-DADOS-USUARIO
                 PERFORM PROCURA-PERFIL
                 EVALUATE TRUE
                    WHEN NOME-INFORMADO = SPACES
                       MOVE "NOME EM BRANCO - USUARIO NAO INCLUIDO"
                          TO MSG-TELA
                    WHEN PRF-ACHADO NOT = "S"
                       MOVE "PERFIL NAO CADASTRADO - USE A OPCAO P"
                          TO MSG-TELA
                    WHEN OTHER
                       PERFORM PEDE-SENHA-PROVISORIA
                       IF SENHA-VALIDA NOT = "S"
                          MOVE "SENHA EM BRANCO OU NAO CONFERE"
                             TO MSG-TELA
                       ELSE
                          PERFORM GRAVA-USUARIO-NOVO
                       END-IF
                 END-EVALUATE
           END-EVALUATE.

      ******************************************************************
      * GRAVA O USUARIO NOVO E JORNALA A INCLUSAO                       *
      ******************************************************************
       GRAVA-USUARIO-NOVO.
           MOVE SPACES TO REG-USUARIO.
           MOVE LOGIN-ALVO TO USU-LOGIN.
           MOVE LOGIN-ALVO TO CIFRA-LOGIN.
           MOVE SENHA-PROVISORIA TO CIFRA-SENHA-ABERTA.
           PERFORM CIFRA-SENHA.
           MOVE SENHA-CIFRADA-X TO USU-SENHA.
           MOVE NOME-INFORMADO TO USU-NOME.
           MOVE PERFIL-INFORMADO TO USU-PERFIL.
           MOVE "T" TO USU-SITUACAO.
           MOVE DATA-HOJE TO USU-DATA-SENHA.
           WRITE REG-USUARIO
              INVALID KEY
                 MOVE "FALHA AO GRAVAR - USUARIO JA EXISTE" TO MSG-TELA
              NOT INVALID KEY
                 ADD 1 TO QTD-USUARIOS
                 MOVE "USU" TO EVENTO-ACESSO
                 MOVE SPACES TO MOTIVO-ACESSO
                 STRING "INCLUIDO " LOGIN-ALVO " PERFIL "
                    PERFIL-INFORMADO
                    DELIMITED BY SIZE INTO MOTIVO-ACESSO
                 END-STRING
                 PERFORM GRAVA-ACESSO
                 MOVE "USUARIO INCLUIDO COM SENHA PROVISORIA"
                    TO MSG-TELA
           END-WRITE.

      ******************************************************************
      * ALTERACAO DE NOME, PERFIL E SITUACAO (A/B/T) DE UM USUARIO. O   *
      * GERENTE NAO BLOQUEIA NEM TIRA DO PERFIL GER O PROPRIO LOGIN -   *
      * NAO SOBRARIA QUEM DESFIZESSE. JORNALA SO SE ALGO MUDOU          *
      ******************************************************************
       ALTERA-USUARIO.
           PERFORM PEDE-LOGIN-ALVO.
           IF USU-ACHADO NOT = "S"
              MOVE "USUARIO NAO CADASTRADO - USE A OPCAO I"
                 TO MSG-TELA
           ELSE
              MOVE USU-NOME TO NOME-ANTERIOR
              MOVE USU-PERFIL TO PERFIL-ANTERIOR
              MOVE USU-SITUACAO TO SITUACAO-ANTERIOR
              MOVE USU-NOME TO NOME-INFORMADO
              MOVE USU-PERFIL TO PERFIL-INFORMADO
              MOVE USU-SITUACAO TO SITUACAO-INFORMADA
              PERFORM PEDE-DADOS-USUARIO
              DISPLAY "SITUACAO (A/B/T).....: " AT 1720
              ACCEPT SITUACAO-INFORMADA AT 1743 WITH UPDATE
              MOVE FUNCTION UPPER-CASE(SITUACAO-INFORMADA)
                 TO SITUACAO-INFORMADA
      * CAMPO DEVOLVIDO EM BRANCO NA ALTERACAO MANTEM O VALOR ATUAL ****
              IF NOME-INFORMADO = SPACES
                 MOVE NOME-ANTERIOR TO NOME-INFORMADO
              END-IF
              IF PERFIL-INFORMADO = SPACES
                 MOVE PERFIL-ANTERIOR TO PERFIL-INFORMADO
              END-IF
              IF SITUACAO-INFORMADA = SPACE
                 MOVE SITUACAO-ANTERIOR TO SITUACAO-INFORMADA
              END-IF
              PERFORM PROCURA-PERFIL
              EVALUATE TRUE
                 WHEN SITUACAO-INFORMADA NOT = "A"
                    AND SITUACAO-INFORMADA NOT = "B"
                    AND SITUACAO-INFORMADA NOT = "T"
                    MOVE "SITUACAO INVALIDA - USE A, B OU T"
                       TO MSG-TELA
                 WHEN PRF-ACHADO NOT = "S"
                    MOVE "PERFIL NAO CADASTRADO - USE A OPCAO P"
                       TO MSG-TELA
                 WHEN LOGIN-ALVO = LOGIN-INFORMADO
                    AND (SITUACAO-INFORMADA = "B"
                    OR PERFIL-INFORMADO NOT = PERFIL-GERENTE)
                    MOVE "O GERENTE NAO PODE TIRAR O PROPRIO ACESSO"
                       TO MSG-TELA
                 WHEN NOME-INFORMADO = NOME-ANTERIOR
                    AND PERFIL-INFORMADO = PERFIL-ANTERIOR
                    AND SITUACAO-INFORMADA = SITUACAO-ANTERIOR
                    MOVE "NADA ALTERADO" TO MSG-TELA
                 WHEN OTHER
                    MOVE NOME-INFORMADO TO USU-NOME
                    MOVE PERFIL-INFORMADO TO USU-PERFIL
                    MOVE SITUACAO-INFORMADA TO USU-SITUACAO
                    REWRITE REG-USUARIO
                       INVALID KEY
                          MOVE "FALHA AO REGRAVAR O USUARIO"
                             TO MSG-TELA
                       NOT INVALID KEY
                          MOVE "USU" TO EVENTO-ACESSO
                          MOVE SPACES TO MOTIVO-ACESSO
                          STRING "ALTERADO " LOGIN-ALVO " PERFIL "
                             PERFIL-INFORMADO " SIT "
                             SITUACAO-INFORMADA
                             DELIMITED BY SIZE INTO MOTIVO-ACESSO
                          END-STRING
                          PERFORM GRAVA-ACESSO
                          MOVE "USUARIO ALTERADO" TO MSG-TELA
                    END-REWRITE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * REDEFINE A SENHA DE UM USUARIO (ESQUECEU OU QUER TROCAR): SENHA *
      * PROVISORIA DIGITADA PELO GERENTE, SITUACAO T - O USUARIO        *
      * ESCOLHE A DEFINITIVA NO PROXIMO LOGIN                           *
      ******************************************************************
       REDEFINE-SENHA.
           PERFORM PEDE-LOGIN-ALVO.
           IF USU-ACHADO NOT = "S"
              MOVE "USUARIO NAO CADASTRADO" TO MSG-TELA
           ELSE
              DISPLAY USU-NOME AT 1520
              PERFORM PEDE-SENHA-PROVISORIA
              IF SENHA-VALIDA NOT = "S"
                 MOVE "SENHA EM BRANCO OU NAO CONFERE" TO MSG-TELA
              ELSE
                 MOVE LOGIN-ALVO TO CIFRA-LOGIN
                 MOVE SENHA-PROVISORIA TO CIFRA-SENHA-ABERTA
                 PERFORM CIFRA-SENHA
                 MOVE SENHA-CIFRADA-X TO USU-SENHA
                 MOVE "T" TO USU-SITUACAO
                 MOVE DATA-HOJE TO USU-DATA-SENHA
                 REWRITE REG-USUARIO
                    INVALID KEY
                       MOVE "FALHA AO REGRAVAR O USUARIO" TO MSG-TELA
                    NOT INVALID KEY
                       MOVE "SEN" TO EVENTO-ACESSO
                       MOVE SPACES TO MOTIVO-ACESSO
                       STRING "SENHA PROVISORIA P/ " LOGIN-ALVO
                          DELIMITED BY SIZE INTO MOTIVO-ACESSO
                       END-STRING
                       PERFORM GRAVA-ACESSO
                       MOVE "SENHA PROVISORIA GRAVADA - SITUACAO T"
                          TO MSG-TELA
                 END-REWRITE
              END-IF
           END-IF.

      ******************************************************************
      * INCLUSAO OU ALTERACAO DE PERFIL: DESCRICAO, MODOS DO ESC13 E    *
      * ATE 10 PROGRAMAS. SO SAO ACEITOS OS MODOS DO ESC13 E OS         *
      * PROGRAMAS QUE TEM CONTROLE DE ACESSO                            *
      ******************************************************************
       MANTEM-PERFIL.
           MOVE SPACES TO PERFIL-INFORMADO.
           DISPLAY "CODIGO DO PERFIL.....: " AT 1420.
           ACCEPT PERFIL-INFORMADO AT 1443.
           MOVE FUNCTION UPPER-CASE(PERFIL-INFORMADO)
              TO PERFIL-INFORMADO.
           IF PERFIL-INFORMADO = SPACES
              MOVE "PERFIL NAO INFORMADO" TO MSG-TELA
           ELSE
              PERFORM PROCURA-PERFIL
              IF PRF-ACHADO = "S"
                 MOVE PRF-DESCRICAO TO DESCRICAO-INFORMADA
                 MOVE PRF-MODOS TO MODOS-INFORMADOS
                 PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
                    UNTIL IND-PROGRAMA > MAX-PROGRAMAS-PERFIL
                    MOVE PRF-PROGRAMA (IND-PROGRAMA)
                       TO PRG-INFORMADO (IND-PROGRAMA)
                 END-PERFORM
              ELSE
                 MOVE SPACES TO DESCRICAO-INFORMADA
                 MOVE SPACES TO MODOS-INFORMADOS
                 MOVE SPACES TO PROGRAMAS-INFORMADOS
              END-IF
              PERFORM PEDE-DADOS-PERFIL
              PERFORM CONFERE-DADOS-PERFIL
              IF MSG-TELA = SPACES
                 PERFORM GRAVA-PERFIL
              END-IF
           END-IF.

      ******************************************************************
      * TELA DO PERFIL: DESCRICAO, MODOS E OS 10 PROGRAMAS EM 2 LINHAS  *
      * DE 5, TODOS COM WITH UPDATE SOBRE O VALOR ATUAL                 *
      ******************************************************************
       PEDE-DADOS-PERFIL.
           DISPLAY "DESCRICAO............: " AT 1520.
           ACCEPT DESCRICAO-INFORMADA AT 1543 WITH UPDATE.
           DISPLAY "MODOS DO ESC13.......: " AT 1620.
           ACCEPT MODOS-INFORMADOS AT 1643 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(MODOS-INFORMADOS)
              TO MODOS-INFORMADOS.
           DISPLAY "(X Z G C M T S U)" AT 1653.
           DISPLAY "PROGRAMAS LIBERADOS..: " AT 1720.
           MOVE 18 TO LIN-PROGRAMA.
           MOVE 22 TO COL-PROGRAMA.
           PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
              UNTIL IND-PROGRAMA > MAX-PROGRAMAS-PERFIL
              ACCEPT PRG-INFORMADO (IND-PROGRAMA)
                 AT LINE LIN-PROGRAMA COLUMN COL-PROGRAMA WITH UPDATE
              MOVE FUNCTION UPPER-CASE(PRG-INFORMADO (IND-PROGRAMA))
                 TO PRG-INFORMADO (IND-PROGRAMA)
              ADD 10 TO COL-PROGRAMA
              IF COL-PROGRAMA > 62
                 MOVE 22 TO COL-PROGRAMA
                 ADD 1 TO LIN-PROGRAMA
              END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE MODOS E PROGRAMAS DO PERFIL. A RECUSA FICA EM MSG-TELA  *
      ******************************************************************
       CONFERE-DADOS-PERFIL.
           MOVE SPACES TO MSG-TELA.
           IF DESCRICAO-INFORMADA = SPACES
              MOVE "DESCRICAO EM BRANCO - PERFIL NAO GRAVADO"
                 TO MSG-TELA
           END-IF.
           PERFORM VARYING IND-MODO FROM 1 BY 1
              UNTIL IND-MODO > 8
              IF MODO-INFORMADO (IND-MODO) NOT = SPACE
                 MOVE ZERO TO QTD-MODO-VALIDO
                 INSPECT MODOS-VALIDOS TALLYING QTD-MODO-VALIDO
                    FOR ALL MODO-INFORMADO (IND-MODO)
                 IF QTD-MODO-VALIDO = ZERO
                    MOVE "MODO INVALIDO - USE X, Z, G, C, M, T, S, U"
                       TO MSG-TELA
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
              UNTIL IND-PROGRAMA > MAX-PROGRAMAS-PERFIL
              IF PRG-INFORMADO (IND-PROGRAMA) NOT = SPACES
                 MOVE "N" TO PROGRAMAS-VALIDOS
                 PERFORM VARYING IND-CONTROLADO FROM 1 BY 1
                    UNTIL IND-CONTROLADO > QTD-PROGRAMAS-CONTROLADOS
                    IF PRG-INFORMADO (IND-PROGRAMA)
                       = PROGRAMA-CONTROLADO (IND-CONTROLADO)
                       MOVE "S" TO PROGRAMAS-VALIDOS
                    END-IF
                 END-PERFORM
                 IF PROGRAMAS-VALIDOS NOT = "S"
                    MOVE SPACES TO MSG-TELA
                    STRING "PROGRAMA SEM CONTROLE DE ACESSO: "
                       PRG-INFORMADO (IND-PROGRAMA)
                       DELIMITED BY SIZE INTO MSG-TELA
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA (INCLUSAO) OU REGRAVA (ALTERACAO) O PERFIL E JORNALA      *
      ******************************************************************
       GRAVA-PERFIL.
           MOVE SPACES TO REG-PERFIL.
           MOVE PERFIL-INFORMADO TO PRF-CODIGO.
           MOVE DESCRICAO-INFORMADA TO PRF-DESCRICAO.
           MOVE MODOS-INFORMADOS TO PRF-MODOS.
           PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
              UNTIL IND-PROGRAMA > MAX-PROGRAMAS-PERFIL
              MOVE PRG-INFORMADO (IND-PROGRAMA)
                 TO PRF-PROGRAMA (IND-PROGRAMA)
           END-PERFORM.
           MOVE "PRF" TO EVENTO-ACESSO.
           MOVE SPACES TO MOTIVO-ACESSO.
           IF PRF-ACHADO = "S"
              REWRITE REG-PERFIL
                 INVALID KEY
                    MOVE "FALHA AO REGRAVAR O PERFIL" TO MSG-TELA
                 NOT INVALID KEY
                    STRING "PERFIL " PERFIL-INFORMADO
                       " ALTERADO MODOS " MODOS-INFORMADOS
                       DELIMITED BY SIZE INTO MOTIVO-ACESSO
                    END-STRING
                    PERFORM GRAVA-ACESSO
                    MOVE "PERFIL ALTERADO" TO MSG-TELA
              END-REWRITE
           ELSE
              WRITE REG-PERFIL
                 INVALID KEY
                    MOVE "FALHA AO GRAVAR - PERFIL JA EXISTE"
                       TO MSG-TELA
                 NOT INVALID KEY
                    STRING "PERFIL " PERFIL-INFORMADO
                       " INCLUIDO MODOS " MODOS-INFORMADOS
                       DELIMITED BY SIZE INTO MOTIVO-ACESSO
                    END-STRING
                    PERFORM GRAVA-ACESSO
                    MOVE "PERFIL INCLUIDO" TO MSG-TELA
              END-WRITE
           END-IF.

      ******************************************************************
      * LISTA OS USUARIOS NA TELA, NA ORDEM DO LOGIN, UMA PAGINA POR    *
      * VEZ - A SENHA CIFRADA NAO APARECE                               *
      ******************************************************************
       LISTA-USUARIOS.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "LOGIN    NOME" AT 0201.
           DISPLAY "PERF  S  SENHA" AT 0241.
           MOVE 3 TO LIN-LISTA.
           MOVE LOW-VALUES TO USU-LOGIN.
           START ARQUSU KEY NOT < USU-LOGIN
              INVALID KEY
                 CONTINUE
           END-START.
           IF WSTA-USU = "00"
              MOVE "N" TO FIM-USUARIOS
              PERFORM UNTIL FIM-USUARIOS = "S"
                 READ ARQUSU NEXT
                    AT END
                       MOVE "S" TO FIM-USUARIOS
                    NOT AT END
                       MOVE USU-LOGIN TO LST-LOGIN
                       MOVE USU-NOME TO LST-NOME
                       MOVE USU-PERFIL TO LST-PERFIL
                       MOVE USU-SITUACAO TO LST-SITUACAO
                       MOVE USU-DATA-SENHA TO LST-DATA-SENHA
                       DISPLAY LINHA-LISTA-USU
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
      * LISTA OS PERFIS NA TELA, DUAS LINHAS POR PERFIL (CODIGO,        *
      * DESCRICAO, MODOS E OS 5 PRIMEIROS PROGRAMAS; DEPOIS OS OUTROS   *
      * 5, NA MESMA COLUNA)                                             *
      ******************************************************************
       LISTA-PERFIS.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "PERF DESCRICAO            MODOS    PROGRAMAS"
              AT 0201.
           MOVE 3 TO LIN-LISTA.
           MOVE LOW-VALUES TO PRF-CODIGO.
           START ARQPRF KEY NOT < PRF-CODIGO
              INVALID KEY
                 CONTINUE
           END-START.
           IF WSTA-PRF = "00"
              MOVE "N" TO FIM-PERFIS
              PERFORM UNTIL FIM-PERFIS = "S"
                 READ ARQPRF NEXT
                    AT END
                       MOVE "S" TO FIM-PERFIS
                    NOT AT END
                       DISPLAY REG-PERFIL (1:79)
                          AT LINE LIN-LISTA COLUMN 1
                       ADD 1 TO LIN-LISTA
                       DISPLAY REG-PERFIL (81:44)
                          AT LINE LIN-LISTA COLUMN 36
                       ADD 1 TO LIN-LISTA
                       IF LIN-LISTA > 21
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
