      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADALIQ.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS (ALIQICMS.DAT). A        *
      *IMPRESSORA SO CONHECE O CODIGO DE 2 POSICOES DE CADA TOTALIZADOR   *
      *(ALIQ-IMP-COD NO ESC13, CNT-ALIQ-COD NA INTERFACE CONTABIL) - ESTA *
      *TABELA DIZ O QUE CADA CODIGO E: O PERCENTUAL E O TIPO DE           *
      *TRIBUTACAO, COM A DATA A PARTIR DA QUAL VALE. QUANDO O ESTADO MUDA *
      *UMA ALIQUOTA, INCLUI-SE UM NOVO REGISTRO DO MESMO CODIGO COM A     *
      *NOVA DATA DE VIGENCIA - O REGISTRO ANTIGO FICA, P/ APURAR CERTO OS *
      *MESES ANTERIORES. USADA PELO ICMSMES, PELO CONSLOJA (APURACAO DA   *
      *REDE) E PELO SINTEGRA (SITUACAO TRIBUTARIA DO REGISTRO 60A).       *
      *UM REGISTRO POR CODIGO + VIGENCIA:                                 *
      *   POSICOES 1-2   = CODIGO DA ALIQUOTA NA IMPRESSORA               *
      *   POSICOES 4-7   = PERCENTUAL 99V99 (EX. 1800 = 18,00%)           *
      *   POSICAO  9     = TIPO: T=TRIBUTADO  F=SUBSTITUICAO TRIBUTARIA   *
      *                          I=ISENTO     N=NAO INCIDENCIA            *
      *   POSICOES 11-18 = VIGENTE A PARTIR DE AAAAMMDD                   *
      *   POSICOES 20-49 = DESCRICAO                                      *
      *TELA DE MANUTENCAO P/ O SUPERVISOR: INCLUI, ALTERA E LISTA. A      *
      *TABELA INTEIRA E CARREGADA EM MEMORIA NA ENTRADA E REGRAVADA DE    *
      *UMA SO VEZ NA SAIDA (OPCAO E), ORDEM DE INCLUSAO PRESERVADA        *
      *SO ENTRA USUARIO IDENTIFICADO (LOGIN E SENHA EM USUARIOS.DAT) CUJO *
      *PERFIL (PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) LIBERE O CADALIQ - *
      *ENTRADA E RECUSA FICAM NO JORNAL DE ACESSOS ACESSOS.DAT            *
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

           SELECT ARQALQ ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ALQ.

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

       FD  ARQALQ
           VALUE OF FILE-ID IS "ALIQICMS.DAT".
       01  LINHA-ALQ                    PIC X(080).

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
      * REGISTRO DA TABELA DE ALIQUOTAS DE ICMS ************************
       01  REG-ALIQUOTA.
           03  ALQ-CODIGO            PIC X(02).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALQ-PERCENTUAL        PIC 9(02)V99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALQ-TIPO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALQ-VIGENCIA          PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ALQ-DESCRICAO         PIC X(30).
           03  FILLER                PIC X(31) VALUE SPACES.

      * TABELA CARREGADA EM MEMORIA (ATE 200 REGISTROS) ****************
       01  TABELA-ALIQUOTAS.
           03  TAB-ALIQUOTA OCCURS 200
                                     PIC X(080).
       01  QTD-ALIQUOTAS             PIC 9(04) COMP VALUE ZERO.
       01  MAX-ALIQUOTAS             PIC 9(04) COMP VALUE 200.
       01  IND-ALIQUOTA              PIC 9(04) COMP VALUE ZERO.
       01  IND-ACHADO                PIC 9(04) COMP VALUE ZERO.

      * CAMPOS DA TELA DE MANUTENCAO ***********************************
       01  OPCAO                     PIC X(01) VALUE SPACE.
       01  CODIGO-INFORMADO          PIC X(02) VALUE SPACES.
       01  VIGENCIA-INFORMADA        PIC X(08) VALUE SPACES.
       01  PERCENTUAL-INFORMADO      PIC X(04) VALUE SPACES.
       01  PERCENTUAL-INFORMADO-9 REDEFINES
           PERCENTUAL-INFORMADO      PIC 9(02)V99.
       01  TIPO-INFORMADO            PIC X(01) VALUE SPACE.
       01  DESCRICAO-INFORMADA       PIC X(30) VALUE SPACES.
       01  QTD-ALIQUOTAS-ED          PIC ZZZ9.
       01  MSG-TELA                  PIC X(60) VALUE SPACES.
       01  FIM-TABELA                PIC X(01).
       01  LIN-LISTA                 PIC 9(02) VALUE ZERO.
       01  TECLA-PAUSA               PIC X(01) VALUE SPACE.

      * LINHA DA LISTAGEM NA TELA **************************************
       01  LINHA-LISTA.
           03  LIS-CODIGO            PIC X(02).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  LIS-PERCENTUAL        PIC Z9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  LIS-TIPO              PIC X(01).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  LIS-VIGENCIA          PIC X(08).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  LIS-DESCRICAO         PIC X(30).

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "CADALIQ".
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
           03  WSTA-ALQ                PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADALIQ - TABELA DE ALIQUOTAS DE ICMS" AT 0215.
           PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM.
           IF ACESSO-LIBERADO NOT = "S"
              DISPLAY "ACESSO NEGADO - TABELA NAO ALTERADA" AT 2303
              STOP RUN RETURNING 1
           END-IF.

           PERFORM CARREGA-TABELA.

           PERFORM UNTIL OPCAO = "E"
              PERFORM MOSTRA-MENU
              ACCEPT OPCAO AT 1035
              MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO
              MOVE SPACES TO MSG-TELA
              EVALUATE OPCAO
                 WHEN "I"
                    PERFORM INCLUI-ALIQUOTA
                 WHEN "A"
                    PERFORM ALTERA-ALIQUOTA
                 WHEN "L"
                    PERFORM LISTA-ALIQUOTAS
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    MOVE "OPCAO INVALIDA" TO MSG-TELA
              END-EVALUATE
           END-PERFORM.

           PERFORM GRAVA-TABELA.
           DISPLAY "TABELA DE ALIQUOTAS GRAVADA - "
              AT 2301
           MOVE QTD-ALIQUOTAS TO QTD-ALIQUOTAS-ED.
           DISPLAY QTD-ALIQUOTAS-ED AT 2332.
           STOP RUN.

      ******************************************************************
      * CARREGA A TABELA INTEIRA EM MEMORIA. SO O WSTA "35" (TABELA     *
      * AINDA INEXISTENTE) COMECA VAZIO - QUALQUER OUTRA FALHA DE       *
      * ABERTURA ENCERRA SEM REGRAVAR, SENAO A SAIDA ESVAZIARIA A       *
      * TABELA INTEIRA                                                  *
      ******************************************************************
       CARREGA-TABELA.
           MOVE ZERO TO QTD-ALIQUOTAS.
           OPEN INPUT ARQALQ.
           EVALUATE TRUE
              WHEN WSTA-ALQ = "00"
                 MOVE "N" TO FIM-TABELA
                 PERFORM UNTIL FIM-TABELA = "S"
                    READ ARQALQ
                       AT END
                          MOVE "S" TO FIM-TABELA
                       NOT AT END
                          IF QTD-ALIQUOTAS < MAX-ALIQUOTAS
                             ADD 1 TO QTD-ALIQUOTAS
                             MOVE LINHA-ALQ
                                TO TAB-ALIQUOTA (QTD-ALIQUOTAS)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ARQALQ
              WHEN WSTA-ALQ = "35"
                 MOVE "TABELA NOVA - ALIQICMS.DAT SERA CRIADO"
                    TO MSG-TELA
              WHEN OTHER
                 DISPLAY "ALIQICMS.DAT INDISPONIVEL - WSTA="
                    WSTA-ALQ
                 DISPLAY "TABELA NAO ALTERADA - TENTE NOVAMENTE"
                 STOP RUN RETURNING 1
           END-EVALUATE.

      ******************************************************************
      * REGRAVA A TABELA INTEIRA A PARTIR DA TABELA EM MEMORIA          *
      ******************************************************************
       GRAVA-TABELA.
           OPEN OUTPUT ARQALQ.
           IF WSTA-ALQ = "00"
              PERFORM VARYING IND-ALIQUOTA FROM 1 BY 1
                 UNTIL IND-ALIQUOTA > QTD-ALIQUOTAS
                 MOVE TAB-ALIQUOTA (IND-ALIQUOTA) TO LINHA-ALQ
                 WRITE LINHA-ALQ
              END-PERFORM
              CLOSE ARQALQ
           ELSE
              DISPLAY "FALHA AO GRAVAR ALIQICMS.DAT - WSTA="
                 AT 2401
              DISPLAY WSTA-ALQ AT 2438
           END-IF.

      ******************************************************************
      * TELA PRINCIPAL DA TABELA DE ALIQUOTAS                           *
      ******************************************************************
       MOSTRA-MENU.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "CADALIQ - TABELA DE ALIQUOTAS DE ICMS" AT 0215.
           DISPLAY "REGISTROS CADASTRADOS: " AT 0415.
           MOVE QTD-ALIQUOTAS TO QTD-ALIQUOTAS-ED.
           DISPLAY QTD-ALIQUOTAS-ED AT 0438.
           DISPLAY "I = INCLUI ALIQUOTA / NOVA VIGENCIA" AT 0620.
           DISPLAY "A = ALTERA ALIQUOTA" AT 0720.
           DISPLAY "L = LISTA TABELA" AT 0820.
           DISPLAY "E = ENCERRA E GRAVA" AT 0920.
           DISPLAY "OPCAO......: " AT 1020.
           DISPLAY MSG-TELA AT 1220.

      ******************************************************************
      * PEDE CODIGO E VIGENCIA E DEIXA EM IND-ACHADO A POSICAO NA       *
      * TABELA (ZERO QUANDO O PAR NAO ESTA CADASTRADO)                  *
      ******************************************************************
       PEDE-CHAVE.
           MOVE SPACES TO CODIGO-INFORMADO.
           MOVE SPACES TO VIGENCIA-INFORMADA.
           DISPLAY "CODIGO DA ALIQUOTA...........: " AT 1420.
           ACCEPT CODIGO-INFORMADO AT 1451.
           MOVE FUNCTION UPPER-CASE(CODIGO-INFORMADO)
              TO CODIGO-INFORMADO.
           DISPLAY "VIGENTE A PARTIR DE (AAAAMMDD): " AT 1520.
           ACCEPT VIGENCIA-INFORMADA AT 1552.
           MOVE ZERO TO IND-ACHADO.
           IF VIGENCIA-INFORMADA NUMERIC
              PERFORM VARYING IND-ALIQUOTA FROM 1 BY 1
                 UNTIL IND-ALIQUOTA > QTD-ALIQUOTAS
                 MOVE TAB-ALIQUOTA (IND-ALIQUOTA) TO REG-ALIQUOTA
                 IF ALQ-CODIGO = CODIGO-INFORMADO
                    AND ALQ-VIGENCIA = VIGENCIA-INFORMADA
                    MOVE IND-ALIQUOTA TO IND-ACHADO
                    MOVE QTD-ALIQUOTAS TO IND-ALIQUOTA
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * PEDE PERCENTUAL, TIPO E DESCRICAO. OS CAMPOS JA VEM             *
      * PRE-CARREGADOS POR QUEM CHAMA (VALORES ATUAIS NA ALTERACAO,     *
      * BRANCOS NA INCLUSAO) E O WITH UPDATE DEIXA O SUPERVISOR SO      *
      * TECLAR ENTER NO QUE NAO MUDA                                    *
      ******************************************************************
       PEDE-DADOS.
           DISPLAY "PERCENTUAL (9999 = 99,99%)...: " AT 1620.
           ACCEPT PERCENTUAL-INFORMADO AT 1651 WITH UPDATE.
           DISPLAY "TIPO (T/F/I/N)...............: " AT 1720.
           ACCEPT TIPO-INFORMADO AT 1751 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE(TIPO-INFORMADO)
              TO TIPO-INFORMADO.
           DISPLAY "DESCRICAO....................: " AT 1820.
           ACCEPT DESCRICAO-INFORMADA AT 1851 WITH UPDATE.

      ******************************************************************
      * CONFERE OS DADOS INFORMADOS, DEIXANDO O ERRO EM MSG-TELA. SO O  *
      * TIPO T (TRIBUTADO) TEM PERCENTUAL - NOS DEMAIS ELE E ZERADO     *
      ******************************************************************
       CONFERE-DADOS.
           EVALUATE TRUE
              WHEN TIPO-INFORMADO NOT = "T"
                 AND TIPO-INFORMADO NOT = "F"
                 AND TIPO-INFORMADO NOT = "I"
                 AND TIPO-INFORMADO NOT = "N"
                 MOVE "TIPO INVALIDO - USE T, F, I OU N"
                    TO MSG-TELA
              WHEN TIPO-INFORMADO NOT = "T"
                 MOVE "0000" TO PERCENTUAL-INFORMADO
              WHEN PERCENTUAL-INFORMADO NOT NUMERIC
                 MOVE "PERCENTUAL DEVE TER 4 DIGITOS (EX. 1800)"
                    TO MSG-TELA
              WHEN PERCENTUAL-INFORMADO-9 = ZERO
                 MOVE "ALIQUOTA TRIBUTADA SEM PERCENTUAL"
                    TO MSG-TELA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * INCLUSAO DE CODIGO NOVO OU DE NOVA VIGENCIA DE CODIGO EXISTENTE *
      ******************************************************************
       INCLUI-ALIQUOTA.
           PERFORM PEDE-CHAVE.
           EVALUATE TRUE
              WHEN CODIGO-INFORMADO = SPACES
                 MOVE "CODIGO DA ALIQUOTA OBRIGATORIO" TO MSG-TELA
              WHEN VIGENCIA-INFORMADA NOT NUMERIC
                 MOVE "VIGENCIA DEVE TER 8 DIGITOS (AAAAMMDD)"
                    TO MSG-TELA
              WHEN IND-ACHADO > ZERO
                 MOVE "CODIGO E VIGENCIA JA CADASTRADOS - USE A OPCAO A"
                    TO MSG-TELA
              WHEN QTD-ALIQUOTAS >= MAX-ALIQUOTAS
                 MOVE "TABELA CHEIA - IMPOSSIVEL INCLUIR"
                    TO MSG-TELA
              WHEN OTHER
                 MOVE SPACES TO PERCENTUAL-INFORMADO
                 MOVE SPACE TO TIPO-INFORMADO
                 MOVE SPACES TO DESCRICAO-INFORMADA
                 PERFORM PEDE-DADOS
                 PERFORM CONFERE-DADOS
                 IF MSG-TELA = SPACES
                    MOVE SPACES TO REG-ALIQUOTA
                    MOVE CODIGO-INFORMADO TO ALQ-CODIGO
                    MOVE PERCENTUAL-INFORMADO-9 TO ALQ-PERCENTUAL
                    MOVE TIPO-INFORMADO TO ALQ-TIPO
                    MOVE VIGENCIA-INFORMADA TO ALQ-VIGENCIA
                    MOVE DESCRICAO-INFORMADA TO ALQ-DESCRICAO
                    ADD 1 TO QTD-ALIQUOTAS
                    MOVE REG-ALIQUOTA
                       TO TAB-ALIQUOTA (QTD-ALIQUOTAS)
                    MOVE "ALIQUOTA INCLUIDA NA TABELA" TO MSG-TELA
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * ALTERACAO DE REGISTRO JA CADASTRADO (PERCENTUAL, TIPO E         *
      * DESCRICAO - CODIGO E VIGENCIA NAO MUDAM)                        *
      ******************************************************************
       ALTERA-ALIQUOTA.
           PERFORM PEDE-CHAVE.
           IF IND-ACHADO = ZERO
              MOVE "CODIGO E VIGENCIA NAO CADASTRADOS - USE A OPCAO I"
                 TO MSG-TELA
           ELSE
              MOVE TAB-ALIQUOTA (IND-ACHADO) TO REG-ALIQUOTA
              MOVE ALQ-PERCENTUAL TO PERCENTUAL-INFORMADO-9
              MOVE ALQ-TIPO TO TIPO-INFORMADO
              MOVE ALQ-DESCRICAO TO DESCRICAO-INFORMADA
              PERFORM PEDE-DADOS
      * CAMPO DEVOLVIDO EM BRANCO NA ALTERACAO MANTEM O VALOR ATUAL ****
              IF PERCENTUAL-INFORMADO = SPACES
                 MOVE ALQ-PERCENTUAL TO PERCENTUAL-INFORMADO-9
              END-IF
              IF TIPO-INFORMADO = SPACE
                 MOVE ALQ-TIPO TO TIPO-INFORMADO
              END-IF
              IF DESCRICAO-INFORMADA = SPACES
                 MOVE ALQ-DESCRICAO TO DESCRICAO-INFORMADA
              END-IF
              PERFORM CONFERE-DADOS
              IF MSG-TELA = SPACES
                 MOVE PERCENTUAL-INFORMADO-9 TO ALQ-PERCENTUAL
                 MOVE TIPO-INFORMADO TO ALQ-TIPO
                 MOVE DESCRICAO-INFORMADA TO ALQ-DESCRICAO
                 MOVE REG-ALIQUOTA TO TAB-ALIQUOTA (IND-ACHADO)
                 MOVE "ALIQUOTA ALTERADA" TO MSG-TELA
              END-IF
           END-IF.

      ******************************************************************
      * LISTA A TABELA NA TELA, UMA PAGINA POR VEZ                      *
      ******************************************************************
       LISTA-ALIQUOTAS.
           DISPLAY SPACES WITH BLANK SCREEN FOREGROUND-COLOR IS 7
              BACKGROUND-COLOR IS 0.
           DISPLAY "COD  PERC. TIPO VIGENCIA  DESCRICAO" AT 0201.
           MOVE 3 TO LIN-LISTA.
           PERFORM VARYING IND-ALIQUOTA FROM 1 BY 1
              UNTIL IND-ALIQUOTA > QTD-ALIQUOTAS
              MOVE TAB-ALIQUOTA (IND-ALIQUOTA) TO REG-ALIQUOTA
              MOVE ALQ-CODIGO TO LIS-CODIGO
              MOVE ALQ-PERCENTUAL TO LIS-PERCENTUAL
              MOVE ALQ-TIPO TO LIS-TIPO
              MOVE ALQ-VIGENCIA TO LIS-VIGENCIA
              MOVE ALQ-DESCRICAO TO LIS-DESCRICAO
              DISPLAY LINHA-LISTA
                 AT LINE LIN-LISTA COLUMN 1
              ADD 1 TO LIN-LISTA
              IF LIN-LISTA > 22
                 DISPLAY "TECLE ALGO P/ CONTINUAR" AT 2401
                 ACCEPT TECLA-PAUSA AT 2430
                 DISPLAY SPACES WITH BLANK SCREEN
                    FOREGROUND-COLOR IS 7 BACKGROUND-COLOR IS 0
                 MOVE 3 TO LIN-LISTA
              END-IF
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
