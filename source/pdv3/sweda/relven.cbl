      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELVEN.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *ANALISE MENSAL DE VENDAS P/ A GERENCIA. COMPARA A VENDA BRUTA DO   *
      *MES PEDIDO COM O MES ANTERIOR E COM O MESMO MES DO ANO ANTERIOR,   *
      *LENDO DIA A DIA A INTERFACE CONTABIL CONTABAAAAMMDD.INT DE CADA UM *
      *DOS TRES MESES - NO DIRETORIO CORRENTE OU, SE O MES JA FOI         *
      *ARQUIVADO, NO DIRETORIO DE ARQUIVO MORTO INDICADO NO MANIFESTO     *
      *ARQMESAAAAMM.MAN GRAVADO PELO ARQMES (SEM MANIFESTO, TENTA O       *
      *ARQAAAAMM PADRAO). GRAVA O DEMONSTRATIVO COM, P/ CADA CORTE, OS    *
      *TRES MESES E A VARIACAO % DO MES PEDIDO SOBRE CADA COMPARACAO:     *
      *   - VENDA BRUTA POR TERMINAL                                      *
      *   - VENDA BRUTA POR SECAO DA LOJA (TRM-SECAO DO TERMINAIS.DAT;    *
      *     TERMINAL FORA DO CADASTRO SAI EM "SEM CADASTRO")              *
      *   - VENDA BRUTA E MEDIA POR DIA NORMAL DE CADA DIA DA SEMANA      *
      *   - VENDA BRUTA POR ALIQUOTA DA IMPRESSORA (CNT-ALIQUOTA)         *
      *   - TOTAL DA LOJA E MEDIA DIARIA                                  *
      *OS DIAS QUE O CALENDARIO DA LOJA (CALLOJA.DAT) MARCA COMO FECHADO  *
      *(F) OU MEIO PERIODO (M) ENTRAM NOS TOTAIS MAS FICAM FORA DAS       *
      *MEDIAS - FERIADO NAO PARECE QUEDA DE VENDA. DIA NORMAL E O DIA COM *
      *INTERFACE QUE O CALENDARIO NAO MARCA. NO RODAPE, P/ CADA MES, OS   *
      *DIAS NORMAIS, OS EXCLUIDOS DAS MEDIAS, OS SEM INTERFACE, OS LIDOS  *
      *DO ARQUIVO MORTO E OS QUE O MANIFESTO DA COMO ARQUIVADOS MAS NAO   *
      *FORAM ACHADOS - COM ESTES OU SEM NENHUMA VENDA NO MES PEDIDO O     *
      *RETORNO E 1 (ANALISE INCOMPLETA).                                  *
      *LINHA DA INTERFACE QUE REPETE O CONTADOR Z DE OUTRA JA APURADA NO  *
      *MESMO DIA P/ O MESMO TERMINAL (Z REENVIADO) E DESCARTADA, COMO NO  *
      *ICMSMES - O TOTAL DO MES BATE COM A BASE DO ICMSAAAAMM.REL - E AS  *
      *DESCARTADAS DE CADA MES SAEM NO QUADRO DOS DIAS.                   *
      *GRAVA TAMBEM O EXTRATO DELIMITADO POR ";" COM OS MESMOS NUMEROS, P/*
      *CARGA DIRETA NA PLANILHA DO COMERCIAL. UMA LINHA DE TITULOS E UMA  *
      *POR NUMERO: CORTE;CHAVE;MES PEDIDO;MES ANTERIOR;VAR%;ANO           *
      *ANTERIOR;VAR% - VALORES COM VIRGULA DECIMAL, SEM SEPARADOR DE      *
      *MILHAR, VAR% EM BRANCO QUANDO A COMPARACAO E ZERO. CORTES:         *
      *TERMINAL, SECAO, SEMANA, MEDIASEMANA, ALIQUOTA, LOJA, MEDIADIARIA  *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM A ANALISAR (DEFAULT = MES ANTERIOR)   *
      *O DEMONSTRATIVO E GRAVADO EM RELVENAAAAMM.REL E O EXTRATO EM       *
      *VENDASAAAAMM.CSV                                                   *
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

           SELECT ARQCAL ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CAL.

           SELECT ARQMAN ASSIGN TO DYNAMIC ARQ-MANIFESTO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MAN.

           SELECT ARQCONT ASSIGN TO DYNAMIC ARQ-CONTABIL
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CONT.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

           SELECT ARQCSV ASSIGN TO DYNAMIC ARQ-EXTRATO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CSV.

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

       FD  ARQCAL
           VALUE OF FILE-ID IS "CALLOJA.DAT".
       01  LINHA-CAL                    PIC X(080).

       FD  ARQMAN.
       01  LINHA-MAN                    PIC X(080).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       FD  ARQCSV.
       01  LINHA-CSV                    PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (MES A ANALISAR) *************************
       01  PARAMETROS.
           03  PARAM-MES             PIC X(06).

       01  DATA-HOJE                 PIC X(08).

      * MES ANALISADO E DATAS AUXILIARES *******************************
       01  MES-ANALISE               PIC X(06).
       01  MES-ANALISE-X REDEFINES
           MES-ANALISE.
           03  MES-AAAA              PIC 9(04).
           03  MES-MM                PIC X(02).
       01  DIAS-INTEIROS             PIC 9(08) COMP.
       01  DIAS-QUOC                 PIC 9(08) COMP.
       01  DIAS-RESTO                PIC 9(02) COMP.
       01  DATA-AUX                  PIC 9(08).
       01  DATA-AUX-X REDEFINES
           DATA-AUX.
           03  AUX-AAAA              PIC X(04).
           03  AUX-MM                PIC X(02).
           03  AUX-DD                PIC X(02).
       01  DATA-DIA.
           03  DIA-AAAAMM            PIC X(06).
           03  DIA-DD                PIC 9(02).
       01  DATA-DIA-9 REDEFINES
           DATA-DIA                  PIC 9(08).
       01  IND-DIA                   PIC 9(02) COMP VALUE ZERO.
       01  IND-SEMANA                PIC 9(02) COMP VALUE ZERO.

      * NOMES DOS ARQUIVOS DATADOS *************************************
       01  ARQ-MANIFESTO             PIC X(20) VALUE SPACES.
       01  ARQ-CONTABIL              PIC X(40) VALUE SPACES.
       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.
       01  ARQ-EXTRATO               PIC X(20) VALUE SPACES.
       01  NOME-CONTABIL             PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

      * OS TRES MESES: 1 = MES ANALISADO, 2 = MES ANTERIOR, 3 = MESMO  *
      * MES DO ANO ANTERIOR                                            *
       01  TABELA-MESES.
           03  MES-LANCE OCCURS 3.
               05  MES-REF           PIC X(06).
               05  MES-ULTIMO-DIA    PIC 9(02).
               05  MES-TOTAL         PIC 9(13)V99.
               05  MES-VENDA-NORMAL  PIC 9(13)V99.
               05  MES-DIAS-NORMAIS  PIC 9(03).
               05  MES-DIAS-EXCLUIDOS
                                     PIC 9(03).
               05  MES-DIAS-SEM-INTERF
                                     PIC 9(03).
               05  MES-DIAS-MORTO    PIC 9(03).
               05  MES-DIAS-FALTANDO PIC 9(03).
               05  MES-REPETIDAS     PIC 9(06).
               05  MES-TEM-MANIFESTO PIC X(01).
       01  IND-MES                   PIC 9(02) COMP VALUE ZERO.

      * REGISTRO DE INTERFACE CONTABIL (MESMO LAYOUT DO ESC13) *********
       01  REG-CONTABIL.
           03  CNT-LOJA              PIC X(03).
           03  CNT-TERMINAL          PIC X(03).
           03  CNT-DATA-FISCAL       PIC X(08).
           03  CNT-CONTADOR-Z        PIC X(06).
           03  CNT-TOTAL-BRUTO-X     PIC X(14).
           03  CNT-TOTAL-BRUTO REDEFINES
               CNT-TOTAL-BRUTO-X     PIC 9(12)V99.
           03  CNT-ALIQUOTA OCCURS 4.
               05  CNT-ALIQ-COD      PIC X(02).
               05  CNT-ALIQ-TOT-X    PIC X(14).
               05  CNT-ALIQ-TOT REDEFINES
                   CNT-ALIQ-TOT-X    PIC 9(12)V99.
           03  FILLER                PIC X(02).
           03  CNT-TOTAL-DINHEIRO-X  PIC X(14).
           03  CNT-TOTAL-CHEQUE-X    PIC X(14).
           03  CNT-TOTAL-CARTAO-X    PIC X(14).
           03  CNT-TOTAL-OUTROS-X    PIC X(14).
           03  FILLER                PIC X(04).

      * REDUCOES JA APURADAS NA INTERFACE DO DIA ***********************
       01  TABELA-APURADAS.
           03  APU-LANCE OCCURS 500.
               05  APU-TERM          PIC X(03).
               05  APU-CONTADOR      PIC X(06).
       01  QTD-APURADAS              PIC 9(03) COMP VALUE ZERO.
       01  MAX-APURADAS              PIC 9(03) COMP VALUE 500.
       01  IND-APURADA               PIC 9(03) COMP VALUE ZERO.
       01  REDUCAO-REPETIDA          PIC X(01).

      * LINHA DE DETALHE DO MANIFESTO (MESMO LAYOUT DO ARQMES) *********
       01  REG-MANIFESTO.
           03  MAN-ARQUIVO           PIC X(20).
           03  FILLER                PIC X(04).
           03  MAN-DESTINO           PIC X(12).
           03  FILLER                PIC X(02).
           03  MAN-SITUACAO          PIC X(12).
           03  FILLER                PIC X(030).

      * ARQUIVOS CONTABIL DO MES LISTADOS NO MANIFESTO *****************
       01  TABELA-MANIFESTO.
           03  MNF-LANCE OCCURS 31.
               05  MNF-ARQUIVO       PIC X(20).
               05  MNF-DESTINO       PIC X(12).
       01  QTD-MNF                   PIC 9(02) COMP VALUE ZERO.
       01  MAX-MNF                   PIC 9(02) COMP VALUE 31.
       01  IND-MNF                   PIC 9(02) COMP VALUE ZERO.
       01  IND-MNF-ACHADO            PIC 9(02) COMP VALUE ZERO.

      * CALENDARIO DA LOJA (MESMO LAYOUT DO CADCAL). DIA SEM REGISTRO  *
      * NO CALENDARIO E DIA ABERTO NORMAL                              *
       01  REG-CALENDARIO.
           03  CAL-DATA              PIC X(08).
           03  FILLER                PIC X(01).
           03  CAL-SITUACAO          PIC X(01).
           03  FILLER                PIC X(01).
           03  CAL-DESCRICAO         PIC X(30).
           03  FILLER                PIC X(38).

      * DIAS FECHADOS / MEIO PERIODO DOS TRES MESES ********************
       01  TABELA-CALENDARIO.
           03  CLD-LANCE OCCURS 100.
               05  CLD-DATA          PIC X(08).
               05  CLD-SITUACAO      PIC X(01).
       01  QTD-CLD                   PIC 9(03) COMP VALUE ZERO.
       01  MAX-CLD                   PIC 9(03) COMP VALUE 100.
       01  IND-CLD                   PIC 9(03) COMP VALUE ZERO.
       01  DIA-EXCLUIDO              PIC X(01) VALUE "N".

      * ACUMULADO POR TERMINAL NOS TRES MESES **************************
       01  TABELA-TERMINAIS.
           03  VT-LANCE OCCURS 200.
               05  VT-TERM           PIC X(03).
               05  VT-SECAO          PIC X(20).
               05  VT-VALOR OCCURS 3 PIC 9(13)V99.
       01  QTD-VT                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-VT                    PIC 9(03) COMP VALUE 200.
       01  IND-VT                    PIC 9(03) COMP VALUE ZERO.
       01  IND-VT-ACHADO             PIC 9(03) COMP VALUE ZERO.

      * ACUMULADO POR SECAO DA LOJA NOS TRES MESES *********************
       01  TABELA-SECOES.
           03  VS-LANCE OCCURS 50.
               05  VS-SECAO          PIC X(20).
               05  VS-VALOR OCCURS 3 PIC 9(13)V99.
       01  QTD-VS                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-VS                    PIC 9(03) COMP VALUE 50.
       01  IND-VS                    PIC 9(03) COMP VALUE ZERO.
       01  IND-VS-ACHADO             PIC 9(03) COMP VALUE ZERO.
       01  SECAO-SEM-CADASTRO        PIC X(20) VALUE "SEM CADASTRO".

      * ACUMULADO POR DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO) *******
       01  NOMES-SEMANA-VALORES.
           03  FILLER                PIC X(09) VALUE "DOMINGO".
           03  FILLER                PIC X(09) VALUE "SEGUNDA".
           03  FILLER                PIC X(09) VALUE "TERCA".
           03  FILLER                PIC X(09) VALUE "QUARTA".
           03  FILLER                PIC X(09) VALUE "QUINTA".
           03  FILLER                PIC X(09) VALUE "SEXTA".
           03  FILLER                PIC X(09) VALUE "SABADO".
       01  NOMES-SEMANA REDEFINES NOMES-SEMANA-VALORES.
           03  NOME-SEMANA OCCURS 7  PIC X(09).
       01  TABELA-SEMANA.
           03  VD-LANCE OCCURS 7.
               05  VD-VALOR OCCURS 3 PIC 9(13)V99.
               05  VD-NORMAL OCCURS 3
                                     PIC 9(13)V99.
               05  VD-DIAS OCCURS 3  PIC 9(03).

      * ACUMULADO POR ALIQUOTA DA IMPRESSORA NOS TRES MESES ************
       01  TABELA-ALIQUOTAS.
           03  VA-LANCE OCCURS 50.
               05  VA-COD            PIC X(02).
               05  VA-VALOR OCCURS 3 PIC 9(13)V99.
       01  QTD-VA                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-VA                    PIC 9(03) COMP VALUE 50.
       01  IND-VA                    PIC 9(03) COMP VALUE ZERO.
       01  IND-VA-ACHADO             PIC 9(03) COMP VALUE ZERO.
       01  IND-OCC                   PIC 9(02) COMP VALUE ZERO.

      * CONTROLES DE LEITURA *******************************************
       01  FIM-ARQUIVO               PIC X(01).
       01  TEM-INTERFACE             PIC X(01).
       01  VENDA-DIA                 PIC 9(13)V99.
       01  DIVERGE-ARQUIVO           PIC X(01).

      * LINHA COMPARATIVA EM MONTAGEM (RELATORIO E EXTRATO) ************
       01  LINHA-COMPARATIVA.
           03  CMP-CORTE             PIC X(12).
           03  CMP-CHAVE             PIC X(20).
           03  CMP-VALOR OCCURS 3    PIC 9(13)V99.
       01  VARIACAO                  PIC S9(04)V9.
       01  VARIACAO-ED               PIC ----9,9.
       01  VARIACAO-TXT              PIC X(07).
       01  VALOR-CSV                 PIC Z(12)9,99.
       01  TEXTOS-CSV.
           03  CSV-VALOR-TXT OCCURS 3
                                     PIC X(16).
           03  CSV-VAR-TXT OCCURS 3  PIC X(07).
       01  DIVISOR                   PIC 9(03).
       01  MEDIA                     PIC 9(13)V99.

      * LINHAS DO DEMONSTRATIVO ****************************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(41) VALUE
               "ANALISE MENSAL DE VENDAS - MES REF:      ".
           03  CAB-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  CAB-ANO               PIC X(04).
           03  FILLER                PIC X(032) VALUE SPACES.
       01  REL-CABEC-2.
           03  FILLER                PIC X(26) VALUE SPACES.
           03  CAB-MES-1             PIC X(07).
           03  FILLER                PIC X(08) VALUE SPACES.
           03  CAB-MES-2             PIC X(07).
           03  FILLER                PIC X(04) VALUE SPACES.
           03  FILLER                PIC X(04) VALUE "VAR%".
           03  FILLER                PIC X(08) VALUE SPACES.
           03  CAB-MES-3             PIC X(07).
           03  FILLER                PIC X(04) VALUE SPACES.
           03  FILLER                PIC X(04) VALUE "VAR%".
           03  FILLER                PIC X(001) VALUE SPACES.
       01  REL-TITULO                PIC X(080).
       01  REL-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".
       01  REL-DETALHE.
           03  DET-ROTULO            PIC X(18).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-VALOR-1           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-VALOR-2           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-VAR-2             PIC X(07).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-VALOR-3           PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-VAR-3             PIC X(07).
           03  FILLER                PIC X(001) VALUE SPACE.
       01  REL-DIAS-CABEC.
           03  FILLER                PIC X(40) VALUE
               "MES      NORMAIS F/M-FORA SEM-INTERF ARQ".
           03  FILLER                PIC X(40) VALUE
               "-MORTO FALTA-NO-MORTO MANIFESTO".
       01  REL-DIAS.
           03  DIA-MES               PIC X(07).
           03  FILLER                PIC X(04) VALUE SPACES.
           03  DIA-NORMAIS           PIC ZZ9.
           03  FILLER                PIC X(06) VALUE SPACES.
           03  DIA-EXCLUIDOS         PIC ZZ9.
           03  FILLER                PIC X(08) VALUE SPACES.
           03  DIA-SEM-INTERF        PIC ZZ9.
           03  FILLER                PIC X(07) VALUE SPACES.
           03  DIA-MORTO             PIC ZZ9.
           03  FILLER                PIC X(12) VALUE SPACES.
           03  DIA-FALTANDO          PIC ZZ9.
           03  FILLER                PIC X(05) VALUE SPACES.
           03  DIA-MANIFESTO         PIC X(03).
           03  FILLER                PIC X(013) VALUE SPACES.
       01  REL-REPETIDAS.
           03  FILLER                PIC X(26) VALUE
               "REPETIDAS DESCARTADAS...: ".
           03  REP-LANCE OCCURS 3.
               05  REP-MES           PIC X(07).
               05  REP-QTD           PIC ZZZZZZ9.
               05  REP-BRANCO        PIC X(04).

      * LINHA DE TITULOS DO EXTRATO ************************************
       01  CSV-CABEC.
           03  FILLER                PIC X(12) VALUE "CORTE;CHAVE;".
           03  CSV-CAB-MES-1         PIC X(06).
           03  FILLER                PIC X(01) VALUE ";".
           03  CSV-CAB-MES-2         PIC X(06).
           03  FILLER                PIC X(06) VALUE ";VAR%;".
           03  CSV-CAB-MES-3         PIC X(06).
           03  FILLER                PIC X(05) VALUE ";VAR%".

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-TERM               PIC X(02).
           03  WSTA-CAL                PIC X(02).
           03  WSTA-MAN                PIC X(02).
           03  WSTA-CONT               PIC X(02).
           03  WSTA-REL                PIC X(02).
           03  WSTA-CSV                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           IF PARAM-MES NUMERIC
              MOVE PARAM-MES TO MES-ANALISE
           ELSE
      * MES ANTERIOR = VESPERA DO DIA 1 DO MES CORRENTE ****************
              MOVE DATA-HOJE TO DATA-AUX-X
              MOVE "01" TO AUX-DD
              COMPUTE DIAS-INTEIROS =
                 FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1
              COMPUTE DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
              MOVE DATA-AUX-X (1:6) TO MES-ANALISE
           END-IF.

      * OS TRES MESES: O PEDIDO, O ANTERIOR E O DO ANO ANTERIOR ********
           MOVE MES-ANALISE TO MES-REF (1).
           MOVE MES-ANALISE TO DATA-AUX-X (1:6).
           MOVE "01" TO AUX-DD.
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1.
           COMPUTE DATA-AUX =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE DATA-AUX-X (1:6) TO MES-REF (2).
           COMPUTE DATA-AUX = (MES-AAAA - 1) * 10000 + 101.
           MOVE MES-MM TO AUX-MM.
           MOVE DATA-AUX-X (1:6) TO MES-REF (3).

           STRING "RELVEN" MES-ANALISE ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.
           STRING "VENDAS" MES-ANALISE ".CSV"
              DELIMITED BY SIZE INTO ARQ-EXTRATO
           END-STRING.

           PERFORM VARYING IND-SEMANA FROM 1 BY 1
              UNTIL IND-SEMANA > 7
              PERFORM VARYING IND-MES FROM 1 BY 1
                 UNTIL IND-MES > 3
                 MOVE ZERO TO VD-VALOR (IND-SEMANA, IND-MES)
                 MOVE ZERO TO VD-NORMAL (IND-SEMANA, IND-MES)
                 MOVE ZERO TO VD-DIAS (IND-SEMANA, IND-MES)
              END-PERFORM
           END-PERFORM.
           PERFORM CARREGA-TERMINAIS.
           PERFORM CARREGA-CALENDARIO.

           PERFORM VARYING IND-MES FROM 1 BY 1
              UNTIL IND-MES > 3
              PERFORM APURA-MES
           END-PERFORM.

           PERFORM GRAVA-RELATORIO THRU GRAVA-RELATORIO-FIM.

           DISPLAY "ANALISE DE VENDAS GRAVADA EM " ARQ-RELATORIO
              " E " ARQ-EXTRATO.
           IF MES-TOTAL (1) = ZERO
              DISPLAY "NENHUMA VENDA ENCONTRADA NO MES " MES-ANALISE
              MOVE 1 TO RETCODE
           END-IF.
           PERFORM VARYING IND-MES FROM 1 BY 1
              UNTIL IND-MES > 3
              IF MES-DIAS-FALTANDO (IND-MES) > ZERO
                 DISPLAY "MES " MES-REF (IND-MES)
                    ": ARQUIVO DO MANIFESTO AUSENTE NO ARQUIVO MORTO"
                 MOVE 1 TO RETCODE
              END-IF
           END-PERFORM.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CARREGA OS TERMINAIS DO CADASTRO COM A SECAO DE CADA UM, NA     *
      * ORDEM DA CHAVE. TERMINAL QUE APARECER NA INTERFACE SEM ESTAR NO *
      * CADASTRO E ACRESCENTADO DEPOIS, NA SECAO "SEM CADASTRO"         *
      ******************************************************************
       CARREGA-TERMINAIS.
           MOVE ZERO TO QTD-VT.
           OPEN INPUT ARQTERM.
           IF WSTA-TERM = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQTERM
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       IF QTD-VT < MAX-VT
                          ADD 1 TO QTD-VT
                          MOVE TRM-NUMERO TO VT-TERM (QTD-VT)
                          IF TRM-SECAO = SPACES
                             MOVE SECAO-SEM-CADASTRO
                                TO VT-SECAO (QTD-VT)
                          ELSE
                             MOVE TRM-SECAO TO VT-SECAO (QTD-VT)
                          END-IF
                          MOVE ZERO TO VT-VALOR (QTD-VT, 1)
                          MOVE ZERO TO VT-VALOR (QTD-VT, 2)
                          MOVE ZERO TO VT-VALOR (QTD-VT, 3)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTERM
           END-IF.

      ******************************************************************
      * CARREGA DO CALENDARIO DA LOJA OS DIAS FECHADOS (F) E DE MEIO    *
      * PERIODO (M) DOS TRES MESES - SO ELES SAEM DAS MEDIAS            *
      ******************************************************************
       CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-CLD.
           OPEN INPUT ARQCAL.
           IF WSTA-CAL = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCAL
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-CAL TO REG-CALENDARIO
                       IF (CAL-SITUACAO = "F" OR CAL-SITUACAO = "M")
                          AND (CAL-DATA (1:6) = MES-REF (1)
                           OR CAL-DATA (1:6) = MES-REF (2)
                           OR CAL-DATA (1:6) = MES-REF (3))
                          AND QTD-CLD < MAX-CLD
                          ADD 1 TO QTD-CLD
                          MOVE CAL-DATA TO CLD-DATA (QTD-CLD)
                          MOVE CAL-SITUACAO TO CLD-SITUACAO (QTD-CLD)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCAL
           END-IF.

      ******************************************************************
      * APURA UM DOS TRES MESES: ULTIMO DIA, MANIFESTO DO ARQUIVAMENTO  *
      * E A INTERFACE DE CADA DIA                                       *
      ******************************************************************
       APURA-MES.
           MOVE ZERO TO MES-TOTAL (IND-MES).
           MOVE ZERO TO MES-VENDA-NORMAL (IND-MES).
           MOVE ZERO TO MES-DIAS-NORMAIS (IND-MES).
           MOVE ZERO TO MES-DIAS-EXCLUIDOS (IND-MES).
           MOVE ZERO TO MES-DIAS-SEM-INTERF (IND-MES).
           MOVE ZERO TO MES-DIAS-MORTO (IND-MES).
           MOVE ZERO TO MES-DIAS-FALTANDO (IND-MES).
           MOVE ZERO TO MES-REPETIDAS (IND-MES).

      * ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE ***********
           MOVE MES-REF (IND-MES) TO DATA-AUX-X (1:6).
           MOVE "01" TO AUX-DD.
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-AUX) + 31.
           COMPUTE DATA-AUX =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE "01" TO AUX-DD.
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1.
           COMPUTE DATA-AUX =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE AUX-DD TO MES-ULTIMO-DIA (IND-MES).

           MOVE SPACES TO DIR-MORTO.
           STRING "ARQ" MES-REF (IND-MES)
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.
           PERFORM CARREGA-MANIFESTO.

           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > MES-ULTIMO-DIA (IND-MES)
              PERFORM APURA-DIA
           END-PERFORM.

      ******************************************************************
      * CARREGA DO MANIFESTO ARQMESAAAAMM.MAN OS ARQUIVOS CONTABAAAAMMDD*
      * .INT ARQUIVADOS E O DIRETORIO DE DESTINO DE CADA UM. MES AINDA  *
      * NAO ARQUIVADO NAO TEM MANIFESTO - TUDO ESTA NO DIRETORIO CORRENTE*
      ******************************************************************
       CARREGA-MANIFESTO.
           MOVE ZERO TO QTD-MNF.
           MOVE "N" TO MES-TEM-MANIFESTO (IND-MES).
           MOVE SPACES TO ARQ-MANIFESTO.
           STRING "ARQMES" MES-REF (IND-MES) ".MAN"
              DELIMITED BY SIZE INTO ARQ-MANIFESTO
           END-STRING.
           OPEN INPUT ARQMAN.
           IF WSTA-MAN = "00"
              MOVE "S" TO MES-TEM-MANIFESTO (IND-MES)
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQMAN
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-MAN TO REG-MANIFESTO
                       IF MAN-ARQUIVO (1:6) = "CONTAB"
                          AND MAN-SITUACAO = "ARQUIVADO"
                          AND QTD-MNF < MAX-MNF
                          ADD 1 TO QTD-MNF
                          MOVE MAN-ARQUIVO TO MNF-ARQUIVO (QTD-MNF)
                          MOVE MAN-DESTINO TO MNF-DESTINO (QTD-MNF)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQMAN
           END-IF.

      ******************************************************************
      * APURA UM DIA: PROCURA A INTERFACE NO DIRETORIO CORRENTE E DEPOIS*
      * NO ARQUIVO MORTO (O DO MANIFESTO OU O ARQAAAAMM PADRAO), SOMA AS *
      * REDUCOES DO DIA E CLASSIFICA O DIA P/ AS MEDIAS                 *
      ******************************************************************
       APURA-DIA.
           MOVE MES-REF (IND-MES) TO DIA-AAAAMM.
           MOVE IND-DIA TO DIA-DD.
           MOVE SPACES TO NOME-CONTABIL.
           STRING "CONTAB" DATA-DIA ".INT"
              DELIMITED BY SIZE INTO NOME-CONTABIL
           END-STRING.

           MOVE ZERO TO IND-MNF-ACHADO.
           PERFORM VARYING IND-MNF FROM 1 BY 1
              UNTIL IND-MNF > QTD-MNF
              IF MNF-ARQUIVO (IND-MNF) = NOME-CONTABIL
                 MOVE IND-MNF TO IND-MNF-ACHADO
              END-IF
           END-PERFORM.

           MOVE "N" TO TEM-INTERFACE.
           MOVE ZERO TO VENDA-DIA.
           MOVE NOME-CONTABIL TO ARQ-CONTABIL.
           OPEN INPUT ARQCONT.
           IF WSTA-CONT NOT = "00"
              MOVE SPACES TO ARQ-CONTABIL
              IF IND-MNF-ACHADO > ZERO
                 STRING FUNCTION TRIM(MNF-DESTINO (IND-MNF-ACHADO))
                       "\" NOME-CONTABIL
                    DELIMITED BY SIZE INTO ARQ-CONTABIL
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(DIR-MORTO) "\" NOME-CONTABIL
                    DELIMITED BY SIZE INTO ARQ-CONTABIL
                 END-STRING
              END-IF
              OPEN INPUT ARQCONT
              IF WSTA-CONT = "00"
                 ADD 1 TO MES-DIAS-MORTO (IND-MES)
              ELSE
                 IF IND-MNF-ACHADO > ZERO
                    ADD 1 TO MES-DIAS-FALTANDO (IND-MES)
                 END-IF
              END-IF
           END-IF.

           IF WSTA-CONT = "00"
              MOVE "S" TO TEM-INTERFACE
              MOVE ZERO TO QTD-APURADAS
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCONT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-CONT TO REG-CONTABIL
                       PERFORM CONFERE-REPETIDA
                       IF REDUCAO-REPETIDA = "S"
                          ADD 1 TO MES-REPETIDAS (IND-MES)
                       ELSE
                          IF CNT-TOTAL-BRUTO-X NUMERIC
                             PERFORM APURA-REDUCAO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCONT
           ELSE
              ADD 1 TO MES-DIAS-SEM-INTERF (IND-MES)
           END-IF.

      * DIA DA SEMANA: O DIA 1 DA CONTAGEM DO INTEGER-OF-DATE           *
      * (01/01/1601) FOI SEGUNDA-FEIRA - RESTO 0 = DOMINGO              *
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-DIA-9).
           DIVIDE DIAS-INTEIROS BY 7
              GIVING DIAS-QUOC REMAINDER DIAS-RESTO.
           COMPUTE IND-SEMANA = DIAS-RESTO + 1.

           MOVE "N" TO DIA-EXCLUIDO.
           PERFORM VARYING IND-CLD FROM 1 BY 1
              UNTIL IND-CLD > QTD-CLD
              IF CLD-DATA (IND-CLD) = DATA-DIA
                 MOVE "S" TO DIA-EXCLUIDO
              END-IF
           END-PERFORM.

           ADD VENDA-DIA TO MES-TOTAL (IND-MES).
           ADD VENDA-DIA TO VD-VALOR (IND-SEMANA, IND-MES).
           IF DIA-EXCLUIDO = "S"
              ADD 1 TO MES-DIAS-EXCLUIDOS (IND-MES)
           ELSE
              IF TEM-INTERFACE = "S"
                 ADD 1 TO MES-DIAS-NORMAIS (IND-MES)
                 ADD VENDA-DIA TO MES-VENDA-NORMAL (IND-MES)
                 ADD 1 TO VD-DIAS (IND-SEMANA, IND-MES)
                 ADD VENDA-DIA TO VD-NORMAL (IND-SEMANA, IND-MES)
              END-IF
           END-IF.

      ******************************************************************
      * A REDUCAO EM REG-CONTABIL E REPETIDA QUANDO OUTRA LINHA JA      *
      * APURADA NA INTERFACE DO DIA TEM O MESMO TERMINAL E O MESMO      *
      * CONTADOR Z. CONTADOR ZERADO OU NAO NUMERICO NAO IDENTIFICA A    *
      * REDUCAO E NUNCA E TIDO COMO REPETIDO. A NAO REPETIDA E ANOTADA  *
      * NA TABELA DO DIA                                                *
      ******************************************************************
       CONFERE-REPETIDA.
           MOVE "N" TO REDUCAO-REPETIDA.
           IF CNT-CONTADOR-Z NUMERIC
              AND CNT-CONTADOR-Z NOT = "000000"
              PERFORM VARYING IND-APURADA FROM 1 BY 1
                 UNTIL IND-APURADA > QTD-APURADAS
                 IF APU-TERM (IND-APURADA) = CNT-TERMINAL
                    AND APU-CONTADOR (IND-APURADA) = CNT-CONTADOR-Z
                    MOVE "S" TO REDUCAO-REPETIDA
                 END-IF
              END-PERFORM
              IF REDUCAO-REPETIDA = "N"
                 AND QTD-APURADAS < MAX-APURADAS
                 ADD 1 TO QTD-APURADAS
                 MOVE CNT-TERMINAL TO APU-TERM (QTD-APURADAS)
                 MOVE CNT-CONTADOR-Z TO APU-CONTADOR (QTD-APURADAS)
              END-IF
           END-IF.

      ******************************************************************
      * SOMA UMA REDUCAO Z NO DIA, NO TERMINAL, NA SECAO DELE E NAS     *
      * ALIQUOTAS                                                       *
      ******************************************************************
       APURA-REDUCAO.
           ADD CNT-TOTAL-BRUTO TO VENDA-DIA.

           MOVE ZERO TO IND-VT-ACHADO.
           PERFORM VARYING IND-VT FROM 1 BY 1
              UNTIL IND-VT > QTD-VT
              IF VT-TERM (IND-VT) = CNT-TERMINAL
                 MOVE IND-VT TO IND-VT-ACHADO
                 MOVE QTD-VT TO IND-VT
              END-IF
           END-PERFORM.
           IF IND-VT-ACHADO = ZERO
              AND QTD-VT < MAX-VT
              ADD 1 TO QTD-VT
              MOVE QTD-VT TO IND-VT-ACHADO
              MOVE CNT-TERMINAL TO VT-TERM (IND-VT-ACHADO)
              MOVE SECAO-SEM-CADASTRO TO VT-SECAO (IND-VT-ACHADO)
              MOVE ZERO TO VT-VALOR (IND-VT-ACHADO, 1)
              MOVE ZERO TO VT-VALOR (IND-VT-ACHADO, 2)
              MOVE ZERO TO VT-VALOR (IND-VT-ACHADO, 3)
           END-IF.
           IF IND-VT-ACHADO > ZERO
              ADD CNT-TOTAL-BRUTO TO VT-VALOR (IND-VT-ACHADO, IND-MES)
           END-IF.

           PERFORM VARYING IND-OCC FROM 1 BY 1
              UNTIL IND-OCC > 4
              IF CNT-ALIQ-COD (IND-OCC) NOT = SPACES
                 AND CNT-ALIQ-TOT-X (IND-OCC) NUMERIC
                 PERFORM SOMA-ALIQUOTA
              END-IF
           END-PERFORM.

      ******************************************************************
      * SOMA O TOTAL DE UMA ALIQUOTA DA REDUCAO, CRIANDO O LANCE NA     *
      * PRIMEIRA OCORRENCIA DO CODIGO                                   *
      ******************************************************************
       SOMA-ALIQUOTA.
           MOVE ZERO TO IND-VA-ACHADO.
           PERFORM VARYING IND-VA FROM 1 BY 1
              UNTIL IND-VA > QTD-VA
              IF VA-COD (IND-VA) = CNT-ALIQ-COD (IND-OCC)
                 MOVE IND-VA TO IND-VA-ACHADO
                 MOVE QTD-VA TO IND-VA
              END-IF
           END-PERFORM.
           IF IND-VA-ACHADO = ZERO
              AND QTD-VA < MAX-VA
              ADD 1 TO QTD-VA
              MOVE QTD-VA TO IND-VA-ACHADO
              MOVE CNT-ALIQ-COD (IND-OCC) TO VA-COD (IND-VA-ACHADO)
              MOVE ZERO TO VA-VALOR (IND-VA-ACHADO, 1)
              MOVE ZERO TO VA-VALOR (IND-VA-ACHADO, 2)
              MOVE ZERO TO VA-VALOR (IND-VA-ACHADO, 3)
           END-IF.
           IF IND-VA-ACHADO > ZERO
              ADD CNT-ALIQ-TOT (IND-OCC)
                 TO VA-VALOR (IND-VA-ACHADO, IND-MES)
           END-IF.

      ******************************************************************
      * SOMA OS TERMINAIS POR SECAO, NA ORDEM EM QUE AS SECOES APARECEM *
      * NO CADASTRO                                                     *
      ******************************************************************
       SOMA-SECOES.
           MOVE ZERO TO QTD-VS.
           PERFORM VARYING IND-VT FROM 1 BY 1
              UNTIL IND-VT > QTD-VT
              MOVE ZERO TO IND-VS-ACHADO
              PERFORM VARYING IND-VS FROM 1 BY 1
                 UNTIL IND-VS > QTD-VS
                 IF VS-SECAO (IND-VS) = VT-SECAO (IND-VT)
                    MOVE IND-VS TO IND-VS-ACHADO
                    MOVE QTD-VS TO IND-VS
                 END-IF
              END-PERFORM
              IF IND-VS-ACHADO = ZERO
                 AND QTD-VS < MAX-VS
                 ADD 1 TO QTD-VS
                 MOVE QTD-VS TO IND-VS-ACHADO
                 MOVE VT-SECAO (IND-VT) TO VS-SECAO (IND-VS-ACHADO)
                 MOVE ZERO TO VS-VALOR (IND-VS-ACHADO, 1)
                 MOVE ZERO TO VS-VALOR (IND-VS-ACHADO, 2)
                 MOVE ZERO TO VS-VALOR (IND-VS-ACHADO, 3)
              END-IF
              IF IND-VS-ACHADO > ZERO
                 PERFORM VARYING IND-MES FROM 1 BY 1
                    UNTIL IND-MES > 3
                    ADD VT-VALOR (IND-VT, IND-MES)
                       TO VS-VALOR (IND-VS-ACHADO, IND-MES)
                 END-PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA O DEMONSTRATIVO E O EXTRATO: UM BLOCO POR CORTE E, NO     *
      * FIM, A CONTAGEM DE DIAS DE CADA MES                             *
      ******************************************************************
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR RELATORIO: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              MOVE 1 TO RETCODE
              GO TO GRAVA-RELATORIO-FIM
           END-IF.
           OPEN OUTPUT ARQCSV.
           IF WSTA-CSV NOT = "00"
              DISPLAY "FALHA AO CRIAR EXTRATO: " ARQ-EXTRATO
                 " - WSTA=" WSTA-CSV
              CLOSE ARQREL
              MOVE 1 TO RETCODE
              GO TO GRAVA-RELATORIO-FIM
           END-IF.

           MOVE MES-MM TO CAB-MES.
           MOVE MES-ANALISE (1:4) TO CAB-ANO.
           MOVE REL-CABEC-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO CAB-MES-1.
           STRING MES-REF (1) (5:2) "/" MES-REF (1) (1:4)
              DELIMITED BY SIZE INTO CAB-MES-1
           END-STRING.
           MOVE SPACES TO CAB-MES-2.
           STRING MES-REF (2) (5:2) "/" MES-REF (2) (1:4)
              DELIMITED BY SIZE INTO CAB-MES-2
           END-STRING.
           MOVE SPACES TO CAB-MES-3.
           STRING MES-REF (3) (5:2) "/" MES-REF (3) (1:4)
              DELIMITED BY SIZE INTO CAB-MES-3
           END-STRING.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.

           MOVE MES-REF (1) TO CSV-CAB-MES-1.
           MOVE MES-REF (2) TO CSV-CAB-MES-2.
           MOVE MES-REF (3) TO CSV-CAB-MES-3.
           MOVE CSV-CABEC TO LINHA-CSV.
           WRITE LINHA-CSV.

      * VENDA BRUTA POR TERMINAL ***************************************
           MOVE "VENDA BRUTA POR TERMINAL" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "TERMINAL" TO CMP-CORTE.
           PERFORM VARYING IND-VT FROM 1 BY 1
              UNTIL IND-VT > QTD-VT
              MOVE SPACES TO CMP-CHAVE
              STRING VT-TERM (IND-VT) " " VT-SECAO (IND-VT)
                 DELIMITED BY SIZE INTO CMP-CHAVE
              END-STRING
              MOVE VT-VALOR (IND-VT, 1) TO CMP-VALOR (1)
              MOVE VT-VALOR (IND-VT, 2) TO CMP-VALOR (2)
              MOVE VT-VALOR (IND-VT, 3) TO CMP-VALOR (3)
              PERFORM GRAVA-COMPARATIVA
           END-PERFORM.

      * VENDA BRUTA POR SECAO DA LOJA **********************************
           PERFORM SOMA-SECOES.
           MOVE "VENDA BRUTA POR SECAO DA LOJA" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "SECAO" TO CMP-CORTE.
           PERFORM VARYING IND-VS FROM 1 BY 1
              UNTIL IND-VS > QTD-VS
              MOVE VS-SECAO (IND-VS) TO CMP-CHAVE
              MOVE VS-VALOR (IND-VS, 1) TO CMP-VALOR (1)
              MOVE VS-VALOR (IND-VS, 2) TO CMP-VALOR (2)
              MOVE VS-VALOR (IND-VS, 3) TO CMP-VALOR (3)
              PERFORM GRAVA-COMPARATIVA
           END-PERFORM.

      * VENDA BRUTA E MEDIA POR DIA NORMAL DE CADA DIA DA SEMANA *******
           MOVE "VENDA BRUTA POR DIA DA SEMANA" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "SEMANA" TO CMP-CORTE.
           PERFORM VARYING IND-SEMANA FROM 1 BY 1
              UNTIL IND-SEMANA > 7
              MOVE NOME-SEMANA (IND-SEMANA) TO CMP-CHAVE
              MOVE VD-VALOR (IND-SEMANA, 1) TO CMP-VALOR (1)
              MOVE VD-VALOR (IND-SEMANA, 2) TO CMP-VALOR (2)
              MOVE VD-VALOR (IND-SEMANA, 3) TO CMP-VALOR (3)
              PERFORM GRAVA-COMPARATIVA
           END-PERFORM.
           MOVE "MEDIA POR DIA NORMAL DE CADA DIA DA SEMANA (SEM F/M)"
              TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "MEDIASEMANA" TO CMP-CORTE.
           PERFORM VARYING IND-SEMANA FROM 1 BY 1
              UNTIL IND-SEMANA > 7
              MOVE NOME-SEMANA (IND-SEMANA) TO CMP-CHAVE
              PERFORM VARYING IND-MES FROM 1 BY 1
                 UNTIL IND-MES > 3
                 MOVE VD-DIAS (IND-SEMANA, IND-MES) TO DIVISOR
                 MOVE VD-NORMAL (IND-SEMANA, IND-MES) TO MEDIA
                 PERFORM CALCULA-MEDIA
                 MOVE MEDIA TO CMP-VALOR (IND-MES)
              END-PERFORM
              PERFORM GRAVA-COMPARATIVA
           END-PERFORM.

      * VENDA BRUTA POR ALIQUOTA DA IMPRESSORA *************************
           MOVE "VENDA BRUTA POR ALIQUOTA" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "ALIQUOTA" TO CMP-CORTE.
           PERFORM VARYING IND-VA FROM 1 BY 1
              UNTIL IND-VA > QTD-VA
              MOVE VA-COD (IND-VA) TO CMP-CHAVE
              MOVE VA-VALOR (IND-VA, 1) TO CMP-VALOR (1)
              MOVE VA-VALOR (IND-VA, 2) TO CMP-VALOR (2)
              MOVE VA-VALOR (IND-VA, 3) TO CMP-VALOR (3)
              PERFORM GRAVA-COMPARATIVA
           END-PERFORM.

      * TOTAL DA LOJA E MEDIA DIARIA ***********************************
           MOVE "TOTAL DA LOJA" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE "LOJA" TO CMP-CORTE.
           MOVE "VENDA BRUTA" TO CMP-CHAVE.
           MOVE MES-TOTAL (1) TO CMP-VALOR (1).
           MOVE MES-TOTAL (2) TO CMP-VALOR (2).
           MOVE MES-TOTAL (3) TO CMP-VALOR (3).
           PERFORM GRAVA-COMPARATIVA.
           MOVE "MEDIADIARIA" TO CMP-CORTE.
           MOVE "MEDIA DIA NORMAL" TO CMP-CHAVE.
           PERFORM VARYING IND-MES FROM 1 BY 1
              UNTIL IND-MES > 3
              MOVE MES-DIAS-NORMAIS (IND-MES) TO DIVISOR
              MOVE MES-VENDA-NORMAL (IND-MES) TO MEDIA
              PERFORM CALCULA-MEDIA
              MOVE MEDIA TO CMP-VALOR (IND-MES)
           END-PERFORM.
           PERFORM GRAVA-COMPARATIVA.

      * DIAS DE CADA MES: NORMAIS, EXCLUIDOS, SEM INTERFACE, ARQUIVO   *
      * MORTO E FALTANDO NO ARQUIVO MORTO                              *
           MOVE "DIAS CONSIDERADOS EM CADA MES" TO REL-TITULO.
           PERFORM GRAVA-TITULO.
           MOVE REL-DIAS-CABEC TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING IND-MES FROM 1 BY 1
              UNTIL IND-MES > 3
              MOVE SPACES TO DIA-MES
              STRING MES-REF (IND-MES) (5:2) "/"
                 MES-REF (IND-MES) (1:4)
                 DELIMITED BY SIZE INTO DIA-MES
              END-STRING
              MOVE MES-DIAS-NORMAIS (IND-MES) TO DIA-NORMAIS
              MOVE MES-DIAS-EXCLUIDOS (IND-MES) TO DIA-EXCLUIDOS
              MOVE MES-DIAS-SEM-INTERF (IND-MES) TO DIA-SEM-INTERF
              MOVE MES-DIAS-MORTO (IND-MES) TO DIA-MORTO
              MOVE MES-DIAS-FALTANDO (IND-MES) TO DIA-FALTANDO
              IF MES-TEM-MANIFESTO (IND-MES) = "S"
                 MOVE "SIM" TO DIA-MANIFESTO
              ELSE
                 MOVE "NAO" TO DIA-MANIFESTO
              END-IF
              MOVE REL-DIAS TO LINHA-REL
              WRITE LINHA-REL
              MOVE DIA-MES TO REP-MES (IND-MES)
              MOVE MES-REPETIDAS (IND-MES) TO REP-QTD (IND-MES)
              MOVE SPACES TO REP-BRANCO (IND-MES)
           END-PERFORM.
           MOVE REL-REPETIDAS TO LINHA-REL.
           WRITE LINHA-REL.

           CLOSE ARQREL.
           CLOSE ARQCSV.

       GRAVA-RELATORIO-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O TITULO DE UM BLOCO DO DEMONSTRATIVO ENTRE TRACOS        *
      ******************************************************************
       GRAVA-TITULO.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TITULO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.

      ******************************************************************
      * MEDIA = MEDIA / DIVISOR, ZERO QUANDO NAO HOUVE DIA NORMAL       *
      ******************************************************************
       CALCULA-MEDIA.
           IF DIVISOR = ZERO
              MOVE ZERO TO MEDIA
           ELSE
              COMPUTE MEDIA ROUNDED = MEDIA / DIVISOR
           END-IF.

      ******************************************************************
      * GRAVA A LINHA COMPARATIVA (LINHA-COMPARATIVA) NO DEMONSTRATIVO  *
      * E NO EXTRATO, COM A VARIACAO % DO MES ANALISADO SOBRE O MES     *
      * ANTERIOR E SOBRE O ANO ANTERIOR                                 *
      ******************************************************************
       GRAVA-COMPARATIVA.
           MOVE SPACES TO CSV-VAR-TXT (1).
           PERFORM VARYING IND-MES FROM 2 BY 1
              UNTIL IND-MES > 3
              PERFORM CALCULA-VARIACAO
              MOVE VARIACAO-TXT TO CSV-VAR-TXT (IND-MES)
           END-PERFORM.

           MOVE CMP-CHAVE TO DET-ROTULO.
           MOVE CMP-VALOR (1) TO DET-VALOR-1.
           MOVE CMP-VALOR (2) TO DET-VALOR-2.
           MOVE CSV-VAR-TXT (2) TO DET-VAR-2.
           MOVE CMP-VALOR (3) TO DET-VALOR-3.
           MOVE CSV-VAR-TXT (3) TO DET-VAR-3.
           MOVE REL-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.

           PERFORM VARYING IND-MES FROM 1 BY 1
              UNTIL IND-MES > 3
              MOVE CMP-VALOR (IND-MES) TO VALOR-CSV
              MOVE VALOR-CSV TO CSV-VALOR-TXT (IND-MES)
              IF CSV-VAR-TXT (IND-MES) = "    N/D"
                 MOVE SPACES TO CSV-VAR-TXT (IND-MES)
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-CSV.
           STRING FUNCTION TRIM(CMP-CORTE) ";"
                  FUNCTION TRIM(CMP-CHAVE) ";"
                  FUNCTION TRIM(CSV-VALOR-TXT (1)) ";"
                  FUNCTION TRIM(CSV-VALOR-TXT (2)) ";"
                  FUNCTION TRIM(CSV-VAR-TXT (2)) ";"
                  FUNCTION TRIM(CSV-VALOR-TXT (3)) ";"
                  FUNCTION TRIM(CSV-VAR-TXT (3))
              DELIMITED BY SIZE INTO LINHA-CSV
           END-STRING.
           WRITE LINHA-CSV.

      ******************************************************************
      * VARIACAO % DE CMP-VALOR (1) SOBRE CMP-VALOR (IND-MES). SEM BASE *
      * DE COMPARACAO (ZERO) OU FORA DE ESCALA SAI N/D                  *
      ******************************************************************
       CALCULA-VARIACAO.
           MOVE "    N/D" TO VARIACAO-TXT.
           IF CMP-VALOR (IND-MES) NOT = ZERO
              COMPUTE VARIACAO ROUNDED =
                 (CMP-VALOR (1) - CMP-VALOR (IND-MES)) * 100
                 / CMP-VALOR (IND-MES)
                 ON SIZE ERROR
                    CONTINUE
                 NOT ON SIZE ERROR
                    MOVE VARIACAO TO VARIACAO-ED
                    MOVE VARIACAO-ED TO VARIACAO-TXT
              END-COMPUTE
           END-IF.
