      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PACFIS.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *MONTA O PACOTE PEDIDO PELA FISCALIZACAO P/ UM PERIODO E UM GRUPO DE*
      *TERMINAIS. P/ CADA DIA DO PERIODO PROCURA OS ARQUIVOS DATADOS NO   *
      *DIRETORIO CORRENTE OU NO DIRETORIO DE ARQUIVO MORTO INDICADO NO    *
      *MANIFESTO ARQMESAAAAMM.MAN DO ARQMES (SEM MANIFESTO, O ARQAAAAMM   *
      *PADRAO) E EXTRAI SO AS LINHAS DOS TERMINAIS PEDIDOS DE:            *
      *   - ESC13AAAAMMDD.HIS/.MAP - LIDOS AOS PARES, O TERMINAL DE CADA  *
      *     LINHA DO HISTORICO E O DA LINHA CORRESPONDENTE DO MAPA        *
      *   - ESC13AAAAMMDD.CKP (TERMINAL NAS POSICOES 30-32)               *
      *   - CONTABAAAAMMDD.INT (TERMINAL NAS POSICOES 4-6)                *
      *   - ESC13CAN.DAT E ESC13GAP.DAT, FILTRADOS TAMBEM PELA DATA       *
      *   - ESC13.LOG, DAS LINHAS PRESERVADAS EM ARQAAAAMM\ESC13ANT.LOG   *
      *     PELO EXPURGO DO ARQMES E DO LOG CORRENTE, PELA DATA           *
      *O PACOTE E O DIRETORIO FISAAAAMMDDHHMM (DATA/HORA DA MONTAGEM) COM:*
      *   - OS EXTRATOS, COM O MESMO NOME E LAYOUT DOS ORIGINAIS          *
      *   - INDICE.TXT - UMA PAGINA POR TERMINAL, UMA LINHA POR DIA DO    *
      *     PERIODO COM AS LINHAS EXTRAIDAS DE CADA ARQUIVO E DE ONDE     *
      *     OS DATADOS DO DIA FORAM LIDOS                                 *
      *   - FALTAS.TXT - DECLARACAO DO QUE O MANIFESTO DA COMO ARQUIVADO  *
      *     NO PERIODO E NAO ESTA NO ARQUIVO MORTO OU ESTA COM TAMANHO    *
      *     DIFERENTE DO ANOTADO NO ARQUIVAMENTO, E OBSERVACOES (HISTORICO*
      *     SEM MAPA, MAPA MAIS CURTO QUE O HISTORICO)                    *
      *O ARQUIVO MORTO SO E LIDO - NADA E GRAVADO, MOVIDO OU APAGADO NOS  *
      *DIRETORIOS ARQAAAAMM. COM FALTA, OBSERVACAO OU NENHUMA LINHA       *
      *EXTRAIDA O RETORNO E 1.                                            *
      *PARAMETRO (COMMAND-LINE), POSICIONAL NUM SO ARGUMENTO:             *
      *   POSICOES 1-8   = DATA INICIAL AAAAMMDD (OBRIGATORIA)            *
      *   POSICOES 9-16  = DATA FINAL AAAAMMDD (DEFAULT = DATA INICIAL)   *
      *   POSICOES 17-76 = ATE 20 TERMINAIS DE 3 DIGITOS, SEM SEPARADOR   *
      *                    (EM BRANCO OU "TODOS" = TODOS OS TERMINAIS)    *
      *PERIODO DE NO MAXIMO 93 DIAS, SEM DATA FUTURA                      *
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

           SELECT ARQTERM ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS SEQUENTIAL
               RECORD KEY        IS TRM-NUMERO
               FILE STATUS       IS WSTA-TERM.

           SELECT ARQMAN ASSIGN TO DYNAMIC ARQ-MANIFESTO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MAN.

           SELECT ARQHIS ASSIGN TO DYNAMIC ARQ-HISTORICO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-HIS.

           SELECT ARQMAP ASSIGN TO DYNAMIC ARQ-MAPA
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MAP.

           SELECT ARQENT ASSIGN TO DYNAMIC ARQ-ENTRADA
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ENT.

           SELECT ARQSAI ASSIGN TO DYNAMIC ARQ-SAIDA
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-SAI.

           SELECT ARQSMAP ASSIGN TO DYNAMIC ARQ-SAIDA-MAPA
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-SMAP.

           SELECT ARQIND ASSIGN TO DYNAMIC ARQ-INDICE
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-IND.

           SELECT ARQFAL ASSIGN TO DYNAMIC ARQ-FALTAS
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-FAL.

       DATA DIVISION.
       FILE SECTION.

      * CADASTRO DE TERMINAIS, INDEXADO PELA CHAVE NUMERO (MESMO       *
      * LAYOUT DO ESC13; CONVERTIDO DO FORMATO ANTIGO PELO CVTTERM)    *
       FD  ARQTERM
           VALUE OF FILE-ID IS "TERMINAIS.DAT".
       01  REG-TERMINAL.
           03  TRM-NUMERO            PIC X(03).
           03  FILLER                PIC X(01).
           03  TRM-PORTA             PIC X(20).
           03  FILLER                PIC X(01).
           03  TRM-SECAO             PIC X(20).
           03  FILLER                PIC X(01).
           03  TRM-SITUACAO          PIC X(01).
           03  FILLER                PIC X(33).

       FD  ARQMAN.
       01  LINHA-MAN                    PIC X(080).

       FD  ARQHIS.
       01  LINHA-HIS                    PIC X(132).

       FD  ARQMAP.
       01  LINHA-MAP                    PIC X(020).

       FD  ARQENT.
       01  LINHA-ENT                    PIC X(200).

       FD  ARQSAI.
       01  LINHA-SAI                    PIC X(200).

       FD  ARQSMAP.
       01  LINHA-SMAP                   PIC X(020).

       FD  ARQIND.
       01  LINHA-IND                    PIC X(080).

       FD  ARQFAL.
       01  LINHA-FAL                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (PERIODO E TERMINAIS) ********************
       01  PARAMETROS.
           03  PARAM-DATA-INICIAL    PIC X(08).
           03  PARAM-DATA-FINAL      PIC X(08).
           03  PARAM-TERMINAIS       PIC X(60).
           03  FILLER REDEFINES PARAM-TERMINAIS.
               05  PARAM-TERMINAL OCCURS 20
                                     PIC X(03).
       01  IND-PARAM                 PIC 9(02) COMP VALUE ZERO.

      * DATA/HORA DA MONTAGEM DO PACOTE ********************************
       01  DATA-HOJE                 PIC X(08).
       01  HORA-AGORA                PIC X(08).
       01  HORA-HHMMSS REDEFINES
           HORA-AGORA.
           03  HORA-HH               PIC X(02).
           03  HORA-MI               PIC X(02).
           03  FILLER                PIC X(04).

      * PERIODO PEDIDO E DATAS AUXILIARES ******************************
       01  DATA-INICIAL              PIC X(08).
       01  DATA-INICIAL-9 REDEFINES
           DATA-INICIAL              PIC 9(08).
       01  DATA-FINAL                PIC X(08).
       01  DATA-FINAL-9 REDEFINES
           DATA-FINAL                PIC 9(08).
       01  DIAS-INICIAL              PIC 9(08) COMP.
       01  DIAS-FINAL                PIC 9(08) COMP.
       01  DIAS-INTEIROS             PIC 9(08) COMP.
       01  DIAS-LINHA                PIC S9(08) COMP.
       01  DATA-AUX                  PIC 9(08).
       01  DATA-AUX-X REDEFINES
           DATA-AUX.
           03  AUX-AAAA              PIC 9(04).
           03  AUX-MM                PIC 9(02).
           03  AUX-DD                PIC 9(02).
       01  DATA-VALIDA               PIC X(01).
       01  DATA-DIA                  PIC X(08).
       01  DATA-LINHA                PIC X(08).
       01  DATA-LINHA-9 REDEFINES
           DATA-LINHA                PIC 9(08).
       01  MES-MANIFESTO             PIC X(06).
       01  MES-MANIFESTO-X REDEFINES
           MES-MANIFESTO.
           03  MMF-AAAA              PIC 9(04).
           03  MMF-MM                PIC 9(02).

      * DIAS DO PERIODO E DE ONDE FORAM LIDOS OS DATADOS DE CADA UM ****
       01  TABELA-DIAS.
           03  DD-LANCE OCCURS 93.
               05  DD-DATA           PIC X(08).
               05  DD-ORIGEM         PIC X(12).
       01  MAX-DIAS                  PIC 9(03) COMP VALUE 93.
       01  QTD-DIAS                  PIC 9(03) COMP VALUE ZERO.
       01  IND-DIA                   PIC 9(03) COMP VALUE ZERO.
       01  IND-DIA-LINHA             PIC 9(03) COMP VALUE ZERO.
       01  IND-ZERA                  PIC 9(03) COMP VALUE ZERO.

      * TERMINAIS DO PACOTE E LINHAS EXTRAIDAS POR DIA E ARQUIVO: ******
      * 1=HIS 2=CKP 3=INT 4=CAN 5=GAP 6=LOG ****************************
       01  TABELA-TERMINAIS.
           03  TS-LANCE OCCURS 50.
               05  TS-TERM           PIC X(03).
               05  TS-SECAO          PIC X(20).
               05  TS-DIA OCCURS 93.
                   07  TS-QTD OCCURS 6
                                     PIC 9(05).
       01  MAX-TS                    PIC 9(03) COMP VALUE 50.
       01  QTD-TS                    PIC 9(03) COMP VALUE ZERO.
       01  IND-TS                    PIC 9(03) COMP VALUE ZERO.
       01  IND-TS-ACHADO             PIC 9(03) COMP VALUE ZERO.
       01  IND-TIPO                  PIC 9(02) COMP VALUE ZERO.
       01  QTD-TIPOS                 PIC 9(02) COMP VALUE 6.
       01  TODOS-TERMINAIS           PIC X(01) VALUE "N".
       01  TERM-LINHA                PIC X(03).
       01  SECAO-TERMINAL            PIC X(20).
       01  SECAO-SEM-CADASTRO        PIC X(20) VALUE "SEM CADASTRO".
       01  TOTAIS-TERMINAL.
           03  TOTAL-TIPO OCCURS 6   PIC 9(06).

      * ARQUIVOS DO PERIODO LISTADOS NOS MANIFESTOS ********************
       01  TABELA-MANIFESTO.
           03  MNF-LANCE OCCURS 800.
               05  MNF-ARQUIVO       PIC X(20).
               05  MNF-DESTINO       PIC X(12).
               05  MNF-TAMANHO-X     PIC X(12).
               05  MNF-TAMANHO REDEFINES
                   MNF-TAMANHO-X     PIC 9(12).
       01  MAX-MNF                   PIC 9(04) COMP VALUE 800.
       01  QTD-MNF                   PIC 9(04) COMP VALUE ZERO.
       01  IND-MNF                   PIC 9(04) COMP VALUE ZERO.
       01  IND-MNF-ACHADO            PIC 9(04) COMP VALUE ZERO.
       01  NOME-BASE                 PIC X(20).
       01  TAM-BASE                  PIC 9(02) COMP VALUE ZERO.

      * LOGS PRESERVADOS PELO EXPURGO (ARQAAAAMM\ESC13ANT.LOG) - LISTADO 
      * = "S" QUANDO O MANIFESTO DO MES DIZ QUE FOI GRAVADO ************
       01  TABELA-LOG-MORTO.
           03  LGM-LANCE OCCURS 240.
               05  LGM-ARQUIVO       PIC X(26).
               05  LGM-LISTADO       PIC X(01).
       01  MAX-LGM                   PIC 9(03) COMP VALUE 240.
       01  QTD-LGM                   PIC 9(03) COMP VALUE ZERO.
       01  IND-LGM                   PIC 9(03) COMP VALUE ZERO.
       01  LOG-DO-MES                PIC X(26).
       01  LOG-LISTADO               PIC X(01).

      * LINHA DE DETALHE DO MANIFESTO (MESMO LAYOUT DO ARQMES) *********
       01  REG-MANIFESTO.
           03  MAN-ARQUIVO           PIC X(20).
           03  FILLER                PIC X(04).
           03  MAN-DESTINO           PIC X(12).
           03  FILLER                PIC X(02).
           03  MAN-SITUACAO          PIC X(12).
           03  FILLER                PIC X(01).
           03  MAN-TAMANHO           PIC X(12).
           03  FILLER                PIC X(017).
       01  ROTULO-LOG-EXPURGADO      PIC X(26) VALUE
           "LINHAS DO LOG EXPURGADAS: ".

      * TAMANHO ATUAL DO ARQUIVO (CONFERIDO CONTRA O MANIFESTO) ********
       01  ATRIB-ARQUIVO.
           03  ATR-TAMANHO           PIC 9(18) COMP.
           03  ATR-DATA-HORA         PIC X(08).

      * NOMES DOS ARQUIVOS E DIRETORIOS ********************************
       01  DIR-PACOTE                PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.
       01  ARQ-MANIFESTO             PIC X(20) VALUE SPACES.
       01  ARQ-HISTORICO             PIC X(40) VALUE SPACES.
       01  ARQ-MAPA                  PIC X(40) VALUE SPACES.
       01  ARQ-ENTRADA               PIC X(40) VALUE SPACES.
       01  ARQ-SAIDA                 PIC X(40) VALUE SPACES.
       01  ARQ-SAIDA-MAPA            PIC X(40) VALUE SPACES.
       01  ARQ-INDICE                PIC X(40) VALUE SPACES.
       01  ARQ-FALTAS                PIC X(40) VALUE SPACES.
       01  ARQ-CONFERIDO             PIC X(40) VALUE SPACES.
       01  NOME-DATADO               PIC X(20) VALUE SPACES.
       01  NOME-HISTORICO            PIC X(20) VALUE SPACES.
       01  NOME-MAPA                 PIC X(20) VALUE SPACES.
       01  LOCAL-HISTORICO           PIC X(12) VALUE SPACES.
       01  ARQ-LOCALIZADO            PIC X(40) VALUE SPACES.
       01  LOCAL-ACHADO              PIC X(12) VALUE SPACES.
       01  DATADO-ACHADO             PIC X(01) VALUE "N".
       01  HISTORICO-ACHADO          PIC X(01) VALUE "N".
       01  LOCAL-CORRENTE            PIC X(12) VALUE "CORRENTE".

      * COMANDO PASSADO AO SISTEMA OPERACIONAL *************************
       01  COMANDO-SO                PIC X(60) VALUE SPACES.

      * CONTROLE DA EXTRACAO: TIPO-DATA D = ARQUIVO DO DIA, C = DATA ***
      * AAAAMMDD NA POSICAO 1, L = DATA AAAA-MM-DD NA POSICAO 1 (LOG) **
       01  TIPO-DATA                 PIC X(01).
       01  POS-TERM                  PIC 9(03) COMP VALUE ZERO.
       01  SAIDA-ABERTA              PIC X(01) VALUE "N".
       01  MAPA-ABERTO               PIC X(01) VALUE "N".
       01  SAIDA-MAPA-ABERTA         PIC X(01) VALUE "N".
       01  LISTA-VALIDA              PIC X(01) VALUE "S".
       01  FIM-ARQUIVO               PIC X(01).
       01  FIM-HISTORICO             PIC X(01).
       01  FIM-MAPA                  PIC X(01).

      * CONTADORES DO PACOTE *******************************************
       01  QTD-LINHAS-EXTRAIDAS      PIC 9(08) VALUE ZERO.
       01  QTD-CONFERIDOS            PIC 9(04) VALUE ZERO.
       01  QTD-AUSENTES              PIC 9(04) VALUE ZERO.
       01  QTD-ALTERADOS             PIC 9(04) VALUE ZERO.
       01  QTD-SEM-TAMANHO           PIC 9(04) VALUE ZERO.
       01  QTD-MESES-SEM-MANIFESTO   PIC 9(04) VALUE ZERO.
       01  QTD-OBSERVACOES           PIC 9(04) VALUE ZERO.
       01  QTD-FALHAS-GRAVACAO       PIC 9(04) VALUE ZERO.
       01  QTD-SEM-MAPA              PIC 9(06) VALUE ZERO.
       01  QTD-SEM-MAPA-ED           PIC ZZZZZ9.

      * LINHAS COMUNS AO INDICE E A DECLARACAO *************************
       01  CAB-PERIODO.
           03  FILLER                PIC X(09) VALUE "PERIODO: ".
           03  CAB-DATA-INICIAL      PIC X(08).
           03  FILLER                PIC X(03) VALUE " A ".
           03  CAB-DATA-FINAL        PIC X(08).
           03  FILLER                PIC X(11) VALUE "  EMISSAO: ".
           03  CAB-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CAB-HORA              PIC X(02).
           03  FILLER                PIC X(01) VALUE ":".
           03  CAB-MINUTO            PIC X(02).
           03  FILLER                PIC X(027) VALUE SPACES.
       01  CAB-TERMINAIS.
           03  FILLER                PIC X(11) VALUE "TERMINAIS: ".
           03  CAB-LISTA             PIC X(60).
           03  FILLER                PIC X(009) VALUE SPACES.
       01  LIN-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".

      * LINHAS DO INDICE ***********************************************
       01  IND-CABEC.
           03  FILLER                PIC X(34) VALUE
               "INDICE DO PACOTE DE FISCALIZACAO  ".
           03  IND-CAB-PACOTE        PIC X(20).
           03  FILLER                PIC X(026) VALUE SPACES.
       01  IND-TERMINAL.
           03  FILLER                PIC X(10) VALUE "TERMINAL: ".
           03  IND-TERM              PIC X(03).
           03  FILLER                PIC X(09) VALUE "  SECAO: ".
           03  IND-SECAO             PIC X(20).
           03  FILLER                PIC X(038) VALUE SPACES.
       01  IND-COLUNAS.
           03  FILLER                PIC X(22) VALUE
               "DATA      CUPOM   CKPT".
           03  FILLER                PIC X(28) VALUE
               " REDUCZ CANCEL LACUNA    LOG".
           03  FILLER                PIC X(030) VALUE
               "  ORIGEM DOS DATADOS".
       01  IND-DETALHE.
           03  IND-DATA              PIC X(08).
           03  IND-VALOR OCCURS 6.
               05  FILLER            PIC X(02).
               05  IND-QTD           PIC ZZZZ9.
           03  FILLER                PIC X(02).
           03  IND-ORIGEM            PIC X(12).
           03  FILLER                PIC X(016).
       01  IND-ROTULO-TOTAL          PIC X(08) VALUE "TOTAL".

      * LINHAS DA DECLARACAO DE FALTAS *********************************
       01  FAL-CABEC.
           03  FILLER                PIC X(34) VALUE
               "DECLARACAO DE FALTAS DO PACOTE    ".
           03  FAL-CAB-PACOTE        PIC X(20).
           03  FILLER                PIC X(026) VALUE SPACES.
       01  FAL-TITULO-MANIFESTO.
           03  FILLER                PIC X(40) VALUE
               "ARQUIVOS DO MANIFESTO AUSENTES OU ALTERA".
           03  FILLER                PIC X(40) VALUE
               "DOS NO ARQUIVO MORTO:".
       01  FAL-COLUNAS.
           03  FILLER                PIC X(21) VALUE "ARQUIVO".
           03  FILLER                PIC X(13) VALUE "LOCAL".
           03  FILLER                PIC X(18) VALUE "SITUACAO".
           03  FILLER                PIC X(13) VALUE "TAM.MANIFESTO".
           03  FILLER                PIC X(15) VALUE "  TAMANHO ATUAL".
       01  FAL-DETALHE.
           03  FAL-ARQUIVO           PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  FAL-LOCAL             PIC X(12).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  FAL-SITUACAO          PIC X(16).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  FAL-TAM-MANIFESTO     PIC X(14).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  FAL-TAM-ATUAL         PIC X(14).
       01  TAMANHO-ED                PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  FAL-NENHUMA               PIC X(80) VALUE
           "   NENHUM - O ARQUIVO MORTO CONFERE COM O MANIFESTO".
       01  FAL-TITULO-OBSERVACOES    PIC X(80) VALUE
           "OBSERVACOES:".
       01  FAL-OBSERVACAO.
           03  OBS-ARQUIVO           PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  OBS-LOCAL             PIC X(12).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  OBS-TEXTO             PIC X(46).
       01  FAL-RODAPE.
           03  ROD-ROTULO            PIC X(34).
           03  ROD-QTD               PIC ZZZ9.
           03  FILLER                PIC X(042) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-TERM               PIC X(02).
           03  WSTA-MAN                PIC X(02).
           03  WSTA-HIS                PIC X(02).
           03  WSTA-MAP                PIC X(02).
           03  WSTA-ENT                PIC X(02).
           03  WSTA-SAI                PIC X(02).
           03  WSTA-SMAP               PIC X(02).
           03  WSTA-IND                PIC X(02).
           03  WSTA-FAL                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           IF PARAM-DATA-FINAL = SPACES
              MOVE PARAM-DATA-INICIAL TO PARAM-DATA-FINAL
           END-IF.
           MOVE PARAM-DATA-INICIAL TO DATA-INICIAL.
           MOVE PARAM-DATA-FINAL TO DATA-FINAL.

           MOVE DATA-INICIAL TO DATA-AUX-X.
           PERFORM CONFERE-DATA.
           IF DATA-VALIDA = "S"
              MOVE DIAS-INTEIROS TO DIAS-INICIAL
              MOVE DATA-FINAL TO DATA-AUX-X
              PERFORM CONFERE-DATA
              MOVE DIAS-INTEIROS TO DIAS-FINAL
           END-IF.
           IF DATA-VALIDA NOT = "S"
              DISPLAY "PERIODO INVALIDO - INFORME DATA INICIAL E FINAL"
                 " AAAAMMDD E OS TERMINAIS (OU TODOS)"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           IF DATA-FINAL < DATA-INICIAL
              OR DATA-FINAL > DATA-HOJE
              DISPLAY "PERIODO " DATA-INICIAL " A " DATA-FINAL
                 " INVALIDO - DATA FINAL ANTERIOR A INICIAL OU FUTURA"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           COMPUTE QTD-DIAS = DIAS-FINAL - DIAS-INICIAL + 1.
           IF QTD-DIAS > MAX-DIAS
              DISPLAY "PERIODO MAIOR QUE " MAX-DIAS " DIAS - "
                 "DIVIDA EM MAIS DE UM PACOTE"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           IF PARAM-TERMINAIS = SPACES
              OR PARAM-TERMINAIS (1:5) = "TODOS"
              MOVE "S" TO TODOS-TERMINAIS
           ELSE
              PERFORM VARYING IND-PARAM FROM 1 BY 1
                 UNTIL IND-PARAM > 20
                 IF PARAM-TERMINAL (IND-PARAM) NOT = SPACES
                    AND PARAM-TERMINAL (IND-PARAM) NOT NUMERIC
                    MOVE "N" TO LISTA-VALIDA
                 END-IF
              END-PERFORM
              IF LISTA-VALIDA NOT = "S"
                 DISPLAY "LISTA DE TERMINAIS INVALIDA - "
                    "INFORME NUMEROS DE 3 DIGITOS SEM SEPARADOR"
                 MOVE 1 TO RETCODE
                 GO TO FINALIZA
              END-IF
           END-IF.

           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > QTD-DIAS
              COMPUTE DIAS-INTEIROS = DIAS-INICIAL + IND-DIA - 1
              COMPUTE DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
              MOVE DATA-AUX-X TO DD-DATA (IND-DIA)
              MOVE SPACES TO DD-ORIGEM (IND-DIA)
           END-PERFORM.

           PERFORM CARREGA-TERMINAIS.
           IF QTD-TS = ZERO
              AND TODOS-TERMINAIS NOT = "S"
              DISPLAY "NENHUM TERMINAL INFORMADO"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

      * O PACOTE E UM DIRETORIO NOVO COM A DATA/HORA DA MONTAGEM *******
           STRING "FIS" DATA-HOJE HORA-HH HORA-MI
              DELIMITED BY SIZE INTO DIR-PACOTE
           END-STRING.
           MOVE SPACES TO COMANDO-SO.
           STRING "MD " FUNCTION TRIM(DIR-PACOTE)
              DELIMITED BY SIZE INTO COMANDO-SO
           END-STRING.
           CALL "SYSTEM" USING COMANDO-SO.

           STRING FUNCTION TRIM(DIR-PACOTE) "\FALTAS.TXT"
              DELIMITED BY SIZE INTO ARQ-FALTAS
           END-STRING.
           OPEN OUTPUT ARQFAL.
           IF WSTA-FAL NOT = "00"
              DISPLAY "FALHA AO CRIAR O PACOTE: " ARQ-FALTAS
                 " - WSTA=" WSTA-FAL
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           PERFORM GRAVA-CABECALHO-FALTAS.

           PERFORM CARREGA-MANIFESTOS.
           PERFORM CONFERE-MANIFESTO.

           MOVE FAL-TITULO-OBSERVACOES TO LINHA-FAL.
           WRITE LINHA-FAL.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > QTD-DIAS
              PERFORM EXTRAI-DIA
           END-PERFORM.
           PERFORM EXTRAI-CANCELAMENTOS.
           PERFORM EXTRAI-LACUNAS.
           PERFORM EXTRAI-LOG.
           IF QTD-OBSERVACOES = ZERO
              MOVE "   NENHUMA" TO LINHA-FAL
              WRITE LINHA-FAL
           END-IF.

           PERFORM GRAVA-RODAPE-FALTAS.
           CLOSE ARQFAL.
           PERFORM GRAVA-INDICE THRU GRAVA-INDICE-FIM.

           DISPLAY "PACOTE DE FISCALIZACAO GRAVADO EM " DIR-PACOTE.
           DISPLAY "LINHAS EXTRAIDAS: " QTD-LINHAS-EXTRAIDAS.
           IF QTD-AUSENTES > ZERO
              OR QTD-ALTERADOS > ZERO
              DISPLAY "HA ARQUIVOS DO MANIFESTO AUSENTES OU ALTERADOS"
                 " - VER " ARQ-FALTAS
              MOVE 1 TO RETCODE
           END-IF.
           IF QTD-OBSERVACOES > ZERO
              OR QTD-FALHAS-GRAVACAO > ZERO
              DISPLAY "PACOTE COM OBSERVACOES - VER " ARQ-FALTAS
              MOVE 1 TO RETCODE
           END-IF.
           IF QTD-LINHAS-EXTRAIDAS = ZERO
              DISPLAY "NENHUMA LINHA DOS TERMINAIS PEDIDOS NO PERIODO"
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CONFERE A DATA AAAAMMDD EM DATA-AUX: MES E DIA NA FAIXA E DATA *
      * QUE VOLTA IGUAL DA CONVERSAO P/ DIAS (31/02 NAO PASSA). DEIXA  *
      * EM DIAS-INTEIROS O NUMERO DE DIAS DA DATA                      *
      ******************************************************************
       CONFERE-DATA.
           MOVE "N" TO DATA-VALIDA.
           MOVE ZERO TO DIAS-INTEIROS.
           IF DATA-AUX-X NUMERIC
              AND AUX-MM > ZERO AND AUX-MM < 13
              AND AUX-DD > ZERO AND AUX-DD < 32
              AND AUX-AAAA > 1600
              MOVE DATA-AUX TO DATA-LINHA-9
              COMPUTE DIAS-INTEIROS =
                 FUNCTION INTEGER-OF-DATE(DATA-AUX)
              COMPUTE DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
              IF DATA-AUX = DATA-LINHA-9
                 MOVE "S" TO DATA-VALIDA
              END-IF
           END-IF.

      ******************************************************************
      * CARREGA OS TERMINAIS DO PACOTE. COM TODOS, OS DO CADASTRO NA   *
      * ORDEM DA CHAVE (O QUE APARECER NOS ARQUIVOS SEM ESTAR NO       *
      * CADASTRO E ACRESCENTADO DEPOIS, EM "SEM CADASTRO"); COM LISTA, OS*
      * DA LISTA NA ORDEM INFORMADA, COM A SECAO TIRADA DO CADASTRO    *
      ******************************************************************
       CARREGA-TERMINAIS.
           MOVE ZERO TO QTD-TS.
           IF TODOS-TERMINAIS NOT = "S"
              PERFORM VARYING IND-PARAM FROM 1 BY 1
                 UNTIL IND-PARAM > 20
                 IF PARAM-TERMINAL (IND-PARAM) NOT = SPACES
                    MOVE PARAM-TERMINAL (IND-PARAM) TO TERM-LINHA
                    PERFORM PROCURA-TERMINAL
                    IF IND-TS-ACHADO = ZERO
                       MOVE SECAO-SEM-CADASTRO TO SECAO-TERMINAL
                       PERFORM ACRESCENTA-TERMINAL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           OPEN INPUT ARQTERM.
           IF WSTA-TERM = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQTERM
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE TRM-NUMERO TO TERM-LINHA
                       PERFORM PROCURA-TERMINAL
                       IF TRM-SECAO = SPACES
                          MOVE SECAO-SEM-CADASTRO TO SECAO-TERMINAL
                       ELSE
                          MOVE TRM-SECAO TO SECAO-TERMINAL
                       END-IF
                       IF IND-TS-ACHADO > ZERO
                          MOVE SECAO-TERMINAL
                             TO TS-SECAO (IND-TS-ACHADO)
                       ELSE
                          IF TODOS-TERMINAIS = "S"
                             PERFORM ACRESCENTA-TERMINAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTERM
           END-IF.

      ******************************************************************
      * PROCURA TERM-LINHA NOS TERMINAIS DO PACOTE (ZERO = NAO ESTA)   *
      ******************************************************************
       PROCURA-TERMINAL.
           MOVE ZERO TO IND-TS-ACHADO.
           PERFORM VARYING IND-TS FROM 1 BY 1
              UNTIL IND-TS > QTD-TS
              IF TS-TERM (IND-TS) = TERM-LINHA
                 MOVE IND-TS TO IND-TS-ACHADO
                 MOVE QTD-TS TO IND-TS
              END-IF
           END-PERFORM.

      ******************************************************************
      * ACRESCENTA TERM-LINHA AOS TERMINAIS DO PACOTE, COM A SECAO EM  *
      * SECAO-TERMINAL E AS CONTAGENS ZERADAS                          *
      ******************************************************************
       ACRESCENTA-TERMINAL.
           IF QTD-TS < MAX-TS
              ADD 1 TO QTD-TS
              MOVE QTD-TS TO IND-TS-ACHADO
              MOVE TERM-LINHA TO TS-TERM (QTD-TS)
              MOVE SECAO-TERMINAL TO TS-SECAO (QTD-TS)
              PERFORM VARYING IND-ZERA FROM 1 BY 1
                 UNTIL IND-ZERA > MAX-DIAS
                 PERFORM VARYING IND-TIPO FROM 1 BY 1
                    UNTIL IND-TIPO > QTD-TIPOS
                    MOVE ZERO TO TS-QTD (QTD-TS, IND-ZERA, IND-TIPO)
                 END-PERFORM
              END-PERFORM
           END-IF.

      ******************************************************************
      * TERMINAL DE UMA LINHA EXTRAIDA: SE E DO PACOTE DEVOLVE O INDICE*
      * DELE; COM TODOS, TERMINAL NOVO E ACRESCENTADO EM "SEM CADASTRO"*
      ******************************************************************
       LOCALIZA-TERMINAL.
           PERFORM PROCURA-TERMINAL.
           IF IND-TS-ACHADO = ZERO
              AND TODOS-TERMINAIS = "S"
              AND TERM-LINHA NUMERIC
              MOVE SECAO-SEM-CADASTRO TO SECAO-TERMINAL
              PERFORM ACRESCENTA-TERMINAL
           END-IF.

      ******************************************************************
      * LE OS MANIFESTOS DO MES DA DATA INICIAL ATE O MES CORRENTE: DOS*
      * ARQUIVOS DATADOS SO OS MESES DO PERIODO TEM, MAS O LOG DE UM DIA*
      * SO E EXPURGADO (E PRESERVADO) MESES DEPOIS, NO ARQUIVAMENTO DE UM*
      * MES POSTERIOR                                                  *
      ******************************************************************
       CARREGA-MANIFESTOS.
           MOVE ZERO TO QTD-MNF.
           MOVE ZERO TO QTD-LGM.
           MOVE DATA-INICIAL (1:6) TO MES-MANIFESTO.
           PERFORM UNTIL MES-MANIFESTO > DATA-HOJE (1:6)
              PERFORM CARREGA-MANIFESTO-MES
              IF MMF-MM = 12
                 ADD 1 TO MMF-AAAA
                 MOVE 1 TO MMF-MM
              ELSE
                 ADD 1 TO MMF-MM
              END-IF
           END-PERFORM.

      ******************************************************************
      * CARREGA DO MANIFESTO ARQMESAAAAMM.MAN OS ARQUIVOS DATADOS DO   *
      * PERIODO (NOME, DESTINO E TAMANHO ANOTADO) E O LOG PRESERVADO   *
      * PELO EXPURGO. MES SEM MANIFESTO AINDA NAO FOI ARQUIVADO - OS   *
      * DATADOS ESTAO NO CORRENTE; O LOG PRESERVADO E PROCURADO NO     *
      * ARQAAAAMM PADRAO                                               *
      ******************************************************************
       CARREGA-MANIFESTO-MES.
           MOVE SPACES TO DIR-MORTO.
           STRING "ARQ" MES-MANIFESTO
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.
           MOVE SPACES TO LOG-DO-MES.
           STRING FUNCTION TRIM(DIR-MORTO) "\ESC13ANT.LOG"
              DELIMITED BY SIZE INTO LOG-DO-MES
           END-STRING.
           MOVE "N" TO LOG-LISTADO.

           MOVE SPACES TO ARQ-MANIFESTO.
           STRING "ARQMES" MES-MANIFESTO ".MAN"
              DELIMITED BY SIZE INTO ARQ-MANIFESTO
           END-STRING.
           OPEN INPUT ARQMAN.
           IF WSTA-MAN = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQMAN
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-MAN TO REG-MANIFESTO
                       IF MAN-SITUACAO = "ARQUIVADO"
                          PERFORM ANOTA-MANIFESTO
                       END-IF
                       IF LINHA-MAN (1:26) = ROTULO-LOG-EXPURGADO
                          IF LINHA-MAN (48:15) = "LOG INEXISTENTE"
                             MOVE SPACES TO LOG-DO-MES
                          ELSE
                             MOVE LINHA-MAN (48:26) TO LOG-DO-MES
                             MOVE "S" TO LOG-LISTADO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQMAN
           ELSE
              IF MES-MANIFESTO NOT > DATA-FINAL (1:6)
                 ADD 1 TO QTD-MESES-SEM-MANIFESTO
              END-IF
           END-IF.

           IF LOG-DO-MES NOT = SPACES
              AND QTD-LGM < MAX-LGM
              ADD 1 TO QTD-LGM
              MOVE LOG-DO-MES TO LGM-ARQUIVO (QTD-LGM)
              MOVE LOG-LISTADO TO LGM-LISTADO (QTD-LGM)
           END-IF.

      ******************************************************************
      * ANOTA UMA LINHA DE ARQUIVO DO MANIFESTO SE A DATA DO NOME (OS 8*
      * DIGITOS ANTES DO PONTO) ESTA NO PERIODO                        *
      ******************************************************************
       ANOTA-MANIFESTO.
           MOVE SPACES TO NOME-BASE.
           MOVE ZERO TO TAM-BASE.
           UNSTRING MAN-ARQUIVO DELIMITED BY "."
              INTO NOME-BASE COUNT IN TAM-BASE
           END-UNSTRING.
           IF TAM-BASE > 8
              MOVE NOME-BASE (TAM-BASE - 7:8) TO DATA-LINHA
              IF DATA-LINHA NUMERIC
                 AND DATA-LINHA NOT < DATA-INICIAL
                 AND DATA-LINHA NOT > DATA-FINAL
                 AND QTD-MNF < MAX-MNF
                 ADD 1 TO QTD-MNF
                 MOVE MAN-ARQUIVO TO MNF-ARQUIVO (QTD-MNF)
                 MOVE MAN-DESTINO TO MNF-DESTINO (QTD-MNF)
                 MOVE MAN-TAMANHO TO MNF-TAMANHO-X (QTD-MNF)
              END-IF
           END-IF.

      ******************************************************************
      * CONFERE CADA ARQUIVO DO PERIODO LISTADO NOS MANIFESTOS NO SEU  *
      * DIRETORIO DE ARQUIVO MORTO: AUSENTE OU COM TAMANHO DIFERENTE DO*
      * ANOTADO NO ARQUIVAMENTO VAI P/ A DECLARACAO. MANIFESTO ANTIGO, *
      * SEM TAMANHO, SO PERMITE CONFERIR A PRESENCA. O LOG PRESERVADO  *
      * QUE O MANIFESTO DA COMO GRAVADO TAMBEM TEM DE ESTAR LA         *
      ******************************************************************
       CONFERE-MANIFESTO.
           MOVE FAL-TITULO-MANIFESTO TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE FAL-COLUNAS TO LINHA-FAL.
           WRITE LINHA-FAL.

           PERFORM VARYING IND-MNF FROM 1 BY 1
              UNTIL IND-MNF > QTD-MNF
              ADD 1 TO QTD-CONFERIDOS
              MOVE SPACES TO ARQ-CONFERIDO
              STRING FUNCTION TRIM(MNF-DESTINO (IND-MNF)) "\"
                    MNF-ARQUIVO (IND-MNF)
                 DELIMITED BY SIZE INTO ARQ-CONFERIDO
              END-STRING
              MOVE ZERO TO ATR-TAMANHO
              CALL "CBL_CHECK_FILE_EXIST" USING ARQ-CONFERIDO
                                                ATRIB-ARQUIVO
              MOVE MNF-ARQUIVO (IND-MNF) TO FAL-ARQUIVO
              MOVE MNF-DESTINO (IND-MNF) TO FAL-LOCAL
              MOVE SPACES TO FAL-TAM-MANIFESTO
              MOVE SPACES TO FAL-TAM-ATUAL
              IF MNF-TAMANHO-X (IND-MNF) NUMERIC
                 MOVE MNF-TAMANHO (IND-MNF) TO TAMANHO-ED
                 MOVE TAMANHO-ED TO FAL-TAM-MANIFESTO
              END-IF
              IF RETURN-CODE NOT = ZERO
                 ADD 1 TO QTD-AUSENTES
                 MOVE "AUSENTE" TO FAL-SITUACAO
                 MOVE FAL-DETALHE TO LINHA-FAL
                 WRITE LINHA-FAL
              ELSE
                 IF MNF-TAMANHO-X (IND-MNF) NUMERIC
                    AND MNF-TAMANHO (IND-MNF) > ZERO
                    IF ATR-TAMANHO NOT = MNF-TAMANHO (IND-MNF)
                       ADD 1 TO QTD-ALTERADOS
                       MOVE "TAMANHO ALTERADO" TO FAL-SITUACAO
                       MOVE ATR-TAMANHO TO TAMANHO-ED
                       MOVE TAMANHO-ED TO FAL-TAM-ATUAL
                       MOVE FAL-DETALHE TO LINHA-FAL
                       WRITE LINHA-FAL
                    END-IF
                 ELSE
                    ADD 1 TO QTD-SEM-TAMANHO
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING IND-LGM FROM 1 BY 1
              UNTIL IND-LGM > QTD-LGM
              IF LGM-LISTADO (IND-LGM) = "S"
                 ADD 1 TO QTD-CONFERIDOS
                 MOVE LGM-ARQUIVO (IND-LGM) TO ARQ-CONFERIDO
                 CALL "CBL_CHECK_FILE_EXIST" USING ARQ-CONFERIDO
                                                   ATRIB-ARQUIVO
                 IF RETURN-CODE NOT = ZERO
                    ADD 1 TO QTD-AUSENTES
                    MOVE SPACES TO FAL-LOCAL
                    MOVE SPACES TO FAL-ARQUIVO
                    UNSTRING LGM-ARQUIVO (IND-LGM) DELIMITED BY "\"
                       INTO FAL-LOCAL FAL-ARQUIVO
                    END-UNSTRING
                    MOVE "AUSENTE" TO FAL-SITUACAO
                    MOVE SPACES TO FAL-TAM-MANIFESTO
                    MOVE SPACES TO FAL-TAM-ATUAL
                    MOVE FAL-DETALHE TO LINHA-FAL
                    WRITE LINHA-FAL
                 END-IF
              END-IF
           END-PERFORM.

           IF QTD-AUSENTES = ZERO
              AND QTD-ALTERADOS = ZERO
              MOVE FAL-NENHUMA TO LINHA-FAL
              WRITE LINHA-FAL
           END-IF.
           MOVE SPACES TO LINHA-FAL.
           WRITE LINHA-FAL.

      ******************************************************************
      * EXTRAI OS ARQUIVOS DATADOS DE UM DIA: O PAR HISTORICO/MAPA, O  *
      * CHECKPOINT E A INTERFACE CONTABIL                              *
      ******************************************************************
       EXTRAI-DIA.
           MOVE DD-DATA (IND-DIA) TO DATA-DIA.
           MOVE "D" TO TIPO-DATA.

      * HISTORICO E MAPA: SEM O MAPA NAO HA TERMINAL P/ FILTRAR ********
           MOVE SPACES TO NOME-HISTORICO.
           STRING "ESC13" DATA-DIA ".HIS"
              DELIMITED BY SIZE INTO NOME-HISTORICO
           END-STRING.
           MOVE NOME-HISTORICO TO NOME-DATADO.
           PERFORM LOCALIZA-DATADO.
           MOVE DATADO-ACHADO TO HISTORICO-ACHADO.
           MOVE ARQ-LOCALIZADO TO ARQ-HISTORICO.
           MOVE LOCAL-ACHADO TO LOCAL-HISTORICO.
           MOVE SPACES TO NOME-MAPA.
           STRING "ESC13" DATA-DIA ".MAP"
              DELIMITED BY SIZE INTO NOME-MAPA
           END-STRING.
           MOVE NOME-MAPA TO NOME-DATADO.
           PERFORM LOCALIZA-DATADO.
           MOVE ARQ-LOCALIZADO TO ARQ-MAPA.
           IF HISTORICO-ACHADO = "S"
              IF DATADO-ACHADO = "S"
                 PERFORM EXTRAI-HISTORICO
              ELSE
                 MOVE NOME-HISTORICO TO OBS-ARQUIVO
                 MOVE LOCAL-HISTORICO TO OBS-LOCAL
                 MOVE "HISTORICO SEM MAPA - NAO EXTRAIDO"
                    TO OBS-TEXTO
                 PERFORM GRAVA-OBSERVACAO
              END-IF
           END-IF.

           MOVE SPACES TO NOME-DATADO.
           STRING "ESC13" DATA-DIA ".CKP"
              DELIMITED BY SIZE INTO NOME-DATADO
           END-STRING.
           MOVE 30 TO POS-TERM.
           MOVE 2 TO IND-TIPO.
           PERFORM EXTRAI-DATADO.

           MOVE SPACES TO NOME-DATADO.
           STRING "CONTAB" DATA-DIA ".INT"
              DELIMITED BY SIZE INTO NOME-DATADO
           END-STRING.
           MOVE 4 TO POS-TERM.
           MOVE 3 TO IND-TIPO.
           PERFORM EXTRAI-DATADO.

           IF DD-ORIGEM (IND-DIA) = SPACES
              MOVE "SEM ARQUIVOS" TO DD-ORIGEM (IND-DIA)
           END-IF.

      ******************************************************************
      * PROCURA O ARQUIVO DATADO NOME-DATADO NO DIRETORIO CORRENTE E   *
      * DEPOIS NO ARQUIVO MORTO (O DO MANIFESTO OU O ARQAAAAMM PADRAO).*
      * ACHADO, ANOTA DE ONDE VEIO NA ORIGEM DO DIA                    *
      ******************************************************************
       LOCALIZA-DATADO.
           MOVE "N" TO DATADO-ACHADO.
           MOVE SPACES TO LOCAL-ACHADO.
           MOVE NOME-DATADO TO ARQ-LOCALIZADO.
           CALL "CBL_CHECK_FILE_EXIST" USING ARQ-LOCALIZADO
                                             ATRIB-ARQUIVO.
           IF RETURN-CODE = ZERO
              MOVE "S" TO DATADO-ACHADO
              MOVE LOCAL-CORRENTE TO LOCAL-ACHADO
           ELSE
              MOVE ZERO TO IND-MNF-ACHADO
              PERFORM VARYING IND-MNF FROM 1 BY 1
                 UNTIL IND-MNF > QTD-MNF
                 IF MNF-ARQUIVO (IND-MNF) = NOME-DATADO
                    MOVE IND-MNF TO IND-MNF-ACHADO
                    MOVE QTD-MNF TO IND-MNF
                 END-IF
              END-PERFORM
              IF IND-MNF-ACHADO > ZERO
                 MOVE MNF-DESTINO (IND-MNF-ACHADO) TO LOCAL-ACHADO
              ELSE
                 MOVE SPACES TO LOCAL-ACHADO
                 STRING "ARQ" DATA-DIA (1:6)
                    DELIMITED BY SIZE INTO LOCAL-ACHADO
                 END-STRING
              END-IF
              MOVE SPACES TO ARQ-LOCALIZADO
              STRING FUNCTION TRIM(LOCAL-ACHADO) "\" NOME-DATADO
                 DELIMITED BY SIZE INTO ARQ-LOCALIZADO
              END-STRING
              CALL "CBL_CHECK_FILE_EXIST" USING ARQ-LOCALIZADO
                                                ATRIB-ARQUIVO
              IF RETURN-CODE = ZERO
                 MOVE "S" TO DATADO-ACHADO
              END-IF
           END-IF.

           IF DATADO-ACHADO = "S"
              IF DD-ORIGEM (IND-DIA) = SPACES
                 MOVE LOCAL-ACHADO TO DD-ORIGEM (IND-DIA)
              ELSE
                 IF DD-ORIGEM (IND-DIA) NOT = LOCAL-ACHADO
                    MOVE "DIVERSOS" TO DD-ORIGEM (IND-DIA)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * EXTRAI O PAR HISTORICO/MAPA DO DIA: AS DUAS LINHAS VAO JUNTAS P/*
      * O PACOTE QUANDO O TERMINAL DA LINHA DO MAPA E DO PACOTE. LINHAS*
      * DO HISTORICO ALEM DO FIM DO MAPA FICAM SEM TERMINAL E SAO SO   *
      * CONTADAS NA OBSERVACAO                                         *
      ******************************************************************
       EXTRAI-HISTORICO.
           OPEN INPUT ARQHIS.
           IF WSTA-HIS NOT = "00"
              MOVE NOME-HISTORICO TO OBS-ARQUIVO
              MOVE LOCAL-HISTORICO TO OBS-LOCAL
              MOVE SPACES TO OBS-TEXTO
              STRING "HISTORICO NAO PODE SER LIDO - WSTA=" WSTA-HIS
                 DELIMITED BY SIZE INTO OBS-TEXTO
              END-STRING
              PERFORM GRAVA-OBSERVACAO
           ELSE
              OPEN INPUT ARQMAP
              MOVE SPACES TO ARQ-SAIDA
              STRING FUNCTION TRIM(DIR-PACOTE) "\" NOME-HISTORICO
                 DELIMITED BY SIZE INTO ARQ-SAIDA
              END-STRING
              MOVE SPACES TO ARQ-SAIDA-MAPA
              STRING FUNCTION TRIM(DIR-PACOTE) "\" NOME-MAPA
                 DELIMITED BY SIZE INTO ARQ-SAIDA-MAPA
              END-STRING
              PERFORM ABRE-SAIDA
              MOVE "N" TO SAIDA-MAPA-ABERTA
              OPEN OUTPUT ARQSMAP
              IF WSTA-SMAP = "00"
                 MOVE "S" TO SAIDA-MAPA-ABERTA
              ELSE
                 DISPLAY "FALHA AO GRAVAR " ARQ-SAIDA-MAPA
                    " - WSTA=" WSTA-SMAP
                 ADD 1 TO QTD-FALHAS-GRAVACAO
              END-IF
              MOVE ZERO TO QTD-SEM-MAPA
              MOVE "N" TO FIM-HISTORICO
              IF WSTA-MAP = "00"
                 MOVE "S" TO MAPA-ABERTO
                 MOVE "N" TO FIM-MAPA
              ELSE
                 MOVE "N" TO MAPA-ABERTO
                 MOVE "S" TO FIM-MAPA
              END-IF
              PERFORM UNTIL FIM-HISTORICO = "S"
                 READ ARQHIS
                    AT END
                       MOVE "S" TO FIM-HISTORICO
                    NOT AT END
                       PERFORM EXTRAI-LINHA-HISTORICO
                 END-READ
              END-PERFORM
              CLOSE ARQHIS
              IF MAPA-ABERTO = "S"
                 CLOSE ARQMAP
              END-IF
              PERFORM FECHA-SAIDA
              IF SAIDA-MAPA-ABERTA = "S"
                 CLOSE ARQSMAP
              END-IF
              IF QTD-SEM-MAPA > ZERO
                 MOVE QTD-SEM-MAPA TO QTD-SEM-MAPA-ED
                 MOVE NOME-HISTORICO TO OBS-ARQUIVO
                 MOVE LOCAL-HISTORICO TO OBS-LOCAL
                 MOVE SPACES TO OBS-TEXTO
                 STRING "MAPA MAIS CURTO - " QTD-SEM-MAPA-ED
                       " LINHAS SEM TERMINAL"
                    DELIMITED BY SIZE INTO OBS-TEXTO
                 END-STRING
                 PERFORM GRAVA-OBSERVACAO
              END-IF
           END-IF.

      ******************************************************************
      * UMA LINHA DO HISTORICO COM A LINHA CORRESPONDENTE DO MAPA      *
      ******************************************************************
       EXTRAI-LINHA-HISTORICO.
           IF FIM-MAPA = "N"
              READ ARQMAP
                 AT END
                    MOVE "S" TO FIM-MAPA
              END-READ
           END-IF.
           IF FIM-MAPA = "S"
              ADD 1 TO QTD-SEM-MAPA
           ELSE
              MOVE LINHA-MAP (1:3) TO TERM-LINHA
              PERFORM LOCALIZA-TERMINAL
              IF IND-TS-ACHADO > ZERO
                 IF SAIDA-ABERTA = "S"
                    WRITE LINHA-SAI FROM LINHA-HIS
                 END-IF
                 IF SAIDA-MAPA-ABERTA = "S"
                    WRITE LINHA-SMAP FROM LINHA-MAP
                 END-IF
                 ADD 1 TO TS-QTD (IND-TS-ACHADO, IND-DIA, 1)
                 ADD 1 TO QTD-LINHAS-EXTRAIDAS
              END-IF
           END-IF.

      ******************************************************************
      * EXTRAI UM ARQUIVO DATADO DO DIA (CHECKPOINT OU INTERFACE) P/ O *
      * PACOTE, COM O MESMO NOME                                       *
      ******************************************************************
       EXTRAI-DATADO.
           PERFORM LOCALIZA-DATADO.
           IF DATADO-ACHADO = "S"
              MOVE ARQ-LOCALIZADO TO ARQ-ENTRADA
              MOVE SPACES TO ARQ-SAIDA
              STRING FUNCTION TRIM(DIR-PACOTE) "\" NOME-DATADO
                 DELIMITED BY SIZE INTO ARQ-SAIDA
              END-STRING
              PERFORM ABRE-SAIDA
              PERFORM EXTRAI-LINHAS
              PERFORM FECHA-SAIDA
           END-IF.

      ******************************************************************
      * ESC13CAN.DAT: DATA AAAAMMDD NA POSICAO 1, TERMINAL NA 17       *
      ******************************************************************
       EXTRAI-CANCELAMENTOS.
           MOVE "C" TO TIPO-DATA.
           MOVE 17 TO POS-TERM.
           MOVE 4 TO IND-TIPO.
           MOVE "ESC13CAN.DAT" TO ARQ-ENTRADA.
           MOVE SPACES TO ARQ-SAIDA.
           STRING FUNCTION TRIM(DIR-PACOTE) "\ESC13CAN.DAT"
              DELIMITED BY SIZE INTO ARQ-SAIDA
           END-STRING.
           PERFORM ABRE-SAIDA.
           PERFORM EXTRAI-LINHAS.
           PERFORM FECHA-SAIDA.

      ******************************************************************
      * ESC13GAP.DAT: DATA AAAAMMDD NA POSICAO 1, TERMINAL NA 10       *
      ******************************************************************
       EXTRAI-LACUNAS.
           MOVE "C" TO TIPO-DATA.
           MOVE 10 TO POS-TERM.
           MOVE 5 TO IND-TIPO.
           MOVE "ESC13GAP.DAT" TO ARQ-ENTRADA.
           MOVE SPACES TO ARQ-SAIDA.
           STRING FUNCTION TRIM(DIR-PACOTE) "\ESC13GAP.DAT"
              DELIMITED BY SIZE INTO ARQ-SAIDA
           END-STRING.
           PERFORM ABRE-SAIDA.
           PERFORM EXTRAI-LINHAS.
           PERFORM FECHA-SAIDA.

      ******************************************************************
      * LOG: DATA AAAA-MM-DD NA POSICAO 1, TERMINAL NA 30. AS LINHAS DO*
      * PERIODO ESTAO NOS LOGS PRESERVADOS PELOS EXPURGOS, NA ORDEM DOS*
      * MESES, E AS AINDA NAO EXPURGADAS NO ESC13.LOG CORRENTE - TUDO  *
      * VAI P/ UM SO ESC13.LOG NO PACOTE, EM ORDEM CRONOLOGICA         *
      ******************************************************************
       EXTRAI-LOG.
           MOVE "L" TO TIPO-DATA.
           MOVE 30 TO POS-TERM.
           MOVE 6 TO IND-TIPO.
           MOVE SPACES TO ARQ-SAIDA.
           STRING FUNCTION TRIM(DIR-PACOTE) "\ESC13.LOG"
              DELIMITED BY SIZE INTO ARQ-SAIDA
           END-STRING.
           PERFORM ABRE-SAIDA.
           PERFORM VARYING IND-LGM FROM 1 BY 1
              UNTIL IND-LGM > QTD-LGM
              MOVE LGM-ARQUIVO (IND-LGM) TO ARQ-ENTRADA
              PERFORM EXTRAI-LINHAS
           END-PERFORM.
           MOVE "ESC13.LOG" TO ARQ-ENTRADA.
           PERFORM EXTRAI-LINHAS.
           PERFORM FECHA-SAIDA.

      ******************************************************************
      * ABRE O EXTRATO ARQ-SAIDA NO PACOTE                             *
      ******************************************************************
       ABRE-SAIDA.
           MOVE "N" TO SAIDA-ABERTA.
           OPEN OUTPUT ARQSAI.
           IF WSTA-SAI = "00"
              MOVE "S" TO SAIDA-ABERTA
           ELSE
              DISPLAY "FALHA AO GRAVAR " ARQ-SAIDA " - WSTA=" WSTA-SAI
              ADD 1 TO QTD-FALHAS-GRAVACAO
           END-IF.

       FECHA-SAIDA.
           IF SAIDA-ABERTA = "S"
              CLOSE ARQSAI
              MOVE "N" TO SAIDA-ABERTA
           END-IF.

      ******************************************************************
      * LE ARQ-ENTRADA (SO LEITURA) E PASSA P/ O EXTRATO AS LINHAS DO  *
      * PERIODO E DOS TERMINAIS DO PACOTE, CONTANDO-AS POR TERMINAL, DIA*
      * E ARQUIVO (IND-TIPO). ARQUIVO INEXISTENTE NAO TEM O QUE EXTRAIR*
      ******************************************************************
       EXTRAI-LINHAS.
           OPEN INPUT ARQENT.
           IF WSTA-ENT = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQENT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       PERFORM EXTRAI-LINHA
                 END-READ
              END-PERFORM
              CLOSE ARQENT
           END-IF.

       EXTRAI-LINHA.
           MOVE ZERO TO IND-DIA-LINHA.
           IF TIPO-DATA = "D"
              MOVE IND-DIA TO IND-DIA-LINHA
           ELSE
              IF TIPO-DATA = "C"
                 MOVE LINHA-ENT (1:8) TO DATA-LINHA
              ELSE
                 MOVE SPACES TO DATA-LINHA
                 STRING LINHA-ENT (1:4) LINHA-ENT (6:2)
                        LINHA-ENT (9:2)
                    DELIMITED BY SIZE INTO DATA-LINHA
                 END-STRING
              END-IF
              IF DATA-LINHA NUMERIC
                 AND DATA-LINHA NOT < DATA-INICIAL
                 AND DATA-LINHA NOT > DATA-FINAL
                 COMPUTE DIAS-LINHA =
                    FUNCTION INTEGER-OF-DATE(DATA-LINHA-9)
                    - DIAS-INICIAL + 1
                 IF DIAS-LINHA > ZERO
                    AND DIAS-LINHA NOT > QTD-DIAS
                    MOVE DIAS-LINHA TO IND-DIA-LINHA
                 END-IF
              END-IF
           END-IF.

           IF IND-DIA-LINHA > ZERO
              MOVE LINHA-ENT (POS-TERM:3) TO TERM-LINHA
              PERFORM LOCALIZA-TERMINAL
              IF IND-TS-ACHADO > ZERO
                 IF SAIDA-ABERTA = "S"
                    WRITE LINHA-SAI FROM LINHA-ENT
                 END-IF
                 ADD 1 TO TS-QTD (IND-TS-ACHADO, IND-DIA-LINHA,
                                  IND-TIPO)
                 ADD 1 TO QTD-LINHAS-EXTRAIDAS
              END-IF
           END-IF.

      ******************************************************************
      * GRAVA UMA OBSERVACAO NA DECLARACAO                             *
      ******************************************************************
       GRAVA-OBSERVACAO.
           ADD 1 TO QTD-OBSERVACOES.
           MOVE FAL-OBSERVACAO TO LINHA-FAL.
           WRITE LINHA-FAL.

      ******************************************************************
      * CABECALHO DA DECLARACAO DE FALTAS                              *
      ******************************************************************
       GRAVA-CABECALHO-FALTAS.
           MOVE DATA-INICIAL TO CAB-DATA-INICIAL.
           MOVE DATA-FINAL TO CAB-DATA-FINAL.
           MOVE DATA-HOJE TO CAB-DATA.
           MOVE HORA-HH TO CAB-HORA.
           MOVE HORA-MI TO CAB-MINUTO.
           IF TODOS-TERMINAIS = "S"
              MOVE "TODOS" TO CAB-LISTA
           ELSE
              MOVE PARAM-TERMINAIS TO CAB-LISTA
           END-IF.
           MOVE DIR-PACOTE TO FAL-CAB-PACOTE.
           MOVE FAL-CABEC TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE CAB-PERIODO TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE CAB-TERMINAIS TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE LIN-TRACO TO LINHA-FAL.
           WRITE LINHA-FAL.

      ******************************************************************
      * RODAPE DA DECLARACAO COM AS CONTAGENS DA CONFERENCIA           *
      ******************************************************************
       GRAVA-RODAPE-FALTAS.
           MOVE LIN-TRACO TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "ARQUIVOS DO MANIFESTO CONFERIDOS: " TO ROD-ROTULO.
           MOVE QTD-CONFERIDOS TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "AUSENTES NO ARQUIVO MORTO.......: " TO ROD-ROTULO.
           MOVE QTD-AUSENTES TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "COM TAMANHO ALTERADO............: " TO ROD-ROTULO.
           MOVE QTD-ALTERADOS TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "SEM TAMANHO NO MANIFESTO........: " TO ROD-ROTULO.
           MOVE QTD-SEM-TAMANHO TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "MESES DO PERIODO SEM MANIFESTO..: " TO ROD-ROTULO.
           MOVE QTD-MESES-SEM-MANIFESTO TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.
           MOVE "OBSERVACOES.....................: " TO ROD-ROTULO.
           MOVE QTD-OBSERVACOES TO ROD-QTD.
           MOVE FAL-RODAPE TO LINHA-FAL.
           WRITE LINHA-FAL.

      ******************************************************************
      * GRAVA O INDICE: UMA PAGINA POR TERMINAL DO PACOTE, COM UMA LINHA*
      * POR DIA DO PERIODO (LINHAS EXTRAIDAS DE CADA ARQUIVO E DE ONDE *
      * VIERAM OS DATADOS DO DIA) E O TOTAL DO TERMINAL                *
      ******************************************************************
       GRAVA-INDICE.
           MOVE SPACES TO ARQ-INDICE.
           STRING FUNCTION TRIM(DIR-PACOTE) "\INDICE.TXT"
              DELIMITED BY SIZE INTO ARQ-INDICE
           END-STRING.
           OPEN OUTPUT ARQIND.
           IF WSTA-IND NOT = "00"
              DISPLAY "FALHA AO GRAVAR " ARQ-INDICE " - WSTA=" WSTA-IND
              ADD 1 TO QTD-FALHAS-GRAVACAO
              GO TO GRAVA-INDICE-FIM
           END-IF.

           MOVE DIR-PACOTE TO IND-CAB-PACOTE.
           PERFORM VARYING IND-TS FROM 1 BY 1
              UNTIL IND-TS > QTD-TS
              MOVE IND-CABEC TO LINHA-IND
              WRITE LINHA-IND
              MOVE CAB-PERIODO TO LINHA-IND
              WRITE LINHA-IND
              MOVE LIN-TRACO TO LINHA-IND
              WRITE LINHA-IND
              MOVE TS-TERM (IND-TS) TO IND-TERM
              MOVE TS-SECAO (IND-TS) TO IND-SECAO
              MOVE IND-TERMINAL TO LINHA-IND
              WRITE LINHA-IND
              MOVE IND-COLUNAS TO LINHA-IND
              WRITE LINHA-IND
              PERFORM VARYING IND-TIPO FROM 1 BY 1
                 UNTIL IND-TIPO > QTD-TIPOS
                 MOVE ZERO TO TOTAL-TIPO (IND-TIPO)
              END-PERFORM
              PERFORM VARYING IND-DIA FROM 1 BY 1
                 UNTIL IND-DIA > QTD-DIAS
                 PERFORM GRAVA-DIA-INDICE
              END-PERFORM
              MOVE SPACES TO IND-DETALHE
              MOVE IND-ROTULO-TOTAL TO IND-DATA
              PERFORM VARYING IND-TIPO FROM 1 BY 1
                 UNTIL IND-TIPO > QTD-TIPOS
                 MOVE TOTAL-TIPO (IND-TIPO) TO IND-QTD (IND-TIPO)
              END-PERFORM
              MOVE LIN-TRACO TO LINHA-IND
              WRITE LINHA-IND
              MOVE IND-DETALHE TO LINHA-IND
              WRITE LINHA-IND
              MOVE SPACES TO LINHA-IND
              WRITE LINHA-IND
           END-PERFORM.
           CLOSE ARQIND.

       GRAVA-INDICE-FIM.
           EXIT.

       GRAVA-DIA-INDICE.
           MOVE SPACES TO IND-DETALHE.
           MOVE DD-DATA (IND-DIA) TO IND-DATA.
           PERFORM VARYING IND-TIPO FROM 1 BY 1
              UNTIL IND-TIPO > QTD-TIPOS
              MOVE TS-QTD (IND-TS, IND-DIA, IND-TIPO)
                 TO IND-QTD (IND-TIPO)
              ADD TS-QTD (IND-TS, IND-DIA, IND-TIPO)
                 TO TOTAL-TIPO (IND-TIPO)
           END-PERFORM.
           MOVE DD-ORIGEM (IND-DIA) TO IND-ORIGEM.
           MOVE IND-DETALHE TO LINHA-IND.
           WRITE LINHA-IND.
