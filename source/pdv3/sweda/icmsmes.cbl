      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ICMSMES.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *APURACAO MENSAL DO ICMS DA LOJA POR ALIQUOTA. LE, DIA A DIA DO MES,*
      *A INTERFACE CONTABIL CONTABAAAAMMDD.INT GRAVADA PELO ESC13 APOS    *
      *CADA REDUCAO Z (NO DIRETORIO CORRENTE OU, SE O MES JA FOI          *
      *ARQUIVADO PELO ARQMES, NO ARQUIVO MORTO ARQAAAAMM), SOMA OS TOTAIS *
      *DE CADA CODIGO DE ALIQUOTA DA IMPRESSORA (CNT-ALIQUOTA) E APLICA O *
      *PERCENTUAL DA TABELA DE ALIQUOTAS ALIQICMS.DAT (MANTIDA PELO       *
      *CADALIQ) VIGENTE NA DATA FISCAL DE CADA REDUCAO - SE A ALIQUOTA    *
      *MUDOU NO MEIO DO MES, CADA PERCENTUAL SAI NUMA LINHA. GRAVA O      *
      *DEMONSTRATIVO:                                                     *
      *   - BASE DE CALCULO, ALIQUOTA E ICMS DEVIDO POR ALIQUOTA DE CADA  *
      *     TERMINAL, COM O TOTAL DO TERMINAL                             *
      *   - O MESMO POR ALIQUOTA P/ A LOJA, COM O TOTAL DA LOJA           *
      *   - OS CODIGOS ENCONTRADOS NA INTERFACE QUE NAO ESTAO NA TABELA   *
      *     (OU NAO TEM VIGENCIA NA DATA) - A BASE DELES SAI SEM IMPOSTO  *
      *     E O PROGRAMA TERMINA COM RETCODE 1 ATE A TABELA SER CORRIGIDA *
      *SO O TIPO T (TRIBUTADO) GERA IMPOSTO; SUBSTITUICAO (F), ISENTO (I) *
      *E NAO INCIDENCIA (N) SAEM COM A BASE E O IMPOSTO ZERADO.           *
      *TODAS AS REDUCOES DO DIA ENTRAM NA SOMA, MESMO MAIS DE UMA DO      *
      *TERMINAL; SO A LINHA QUE REPETE O CONTADOR Z DE OUTRA DO MESMO     *
      *TERMINAL NA INTERFACE DO DIA E DESCARTADA (CONTADOR ZERADO NUNCA E *
      *TIDO COMO REPETIDO) - A MESMA REGRA DOS 60M/60A DO SINTEGRA.       *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM A APURAR (DEFAULT = MES ANTERIOR)     *
      *O DEMONSTRATIVO E GRAVADO EM ICMSAAAAMM.REL                        *
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

           SELECT ARQCONT ASSIGN TO DYNAMIC ARQ-CONTABIL
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CONT.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQALQ
           VALUE OF FILE-ID IS "ALIQICMS.DAT".
       01  LINHA-ALQ                    PIC X(080).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (MES A APURAR) ***************************
       01  PARAMETROS.
           03  PARAM-MES             PIC X(06).

       01  DATA-HOJE                 PIC X(08).

      * MES APURADO E DATAS DO MES *************************************
       01  MES-APURADO               PIC X(06).
       01  MES-APURADO-X REDEFINES
           MES-APURADO.
           03  MES-AAAA              PIC X(04).
           03  MES-MM                PIC X(02).
       01  DIAS-INTEIROS             PIC 9(08) COMP.
       01  DATA-AUX                  PIC 9(08).
       01  DATA-AUX-X REDEFINES
           DATA-AUX.
           03  AUX-AAAA              PIC X(04).
           03  AUX-MM                PIC X(02).
           03  AUX-DD                PIC X(02).
       01  ULTIMO-DIA                PIC 9(02) VALUE ZERO.
       01  DATA-DIA.
           03  DIA-AAAAMM            PIC X(06).
           03  DIA-DD                PIC 9(02).
       01  IND-DIA                   PIC 9(02) COMP VALUE ZERO.

      * NOMES DOS ARQUIVOS DATADOS *************************************
       01  ARQ-CONTABIL              PIC X(40) VALUE SPACES.
       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

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

      * REGISTRO DA TABELA DE ALIQUOTAS (MESMO LAYOUT DO CADALIQ) ******
       01  REG-ALIQUOTA.
           03  ALQ-CODIGO            PIC X(02).
           03  FILLER                PIC X(01).
           03  ALQ-PERCENTUAL-X      PIC X(04).
           03  ALQ-PERCENTUAL REDEFINES
               ALQ-PERCENTUAL-X      PIC 9(02)V99.
           03  FILLER                PIC X(01).
           03  ALQ-TIPO              PIC X(01).
           03  FILLER                PIC X(01).
           03  ALQ-VIGENCIA          PIC X(08).
           03  FILLER                PIC X(01).
           03  ALQ-DESCRICAO         PIC X(30).
           03  FILLER                PIC X(31).

      * TABELA DE ALIQUOTAS CARREGADA EM MEMORIA ***********************
       01  TABELA-VIGENCIAS.
           03  VIG-LANCE OCCURS 200.
               05  VIG-CODIGO        PIC X(02).
               05  VIG-PERCENTUAL    PIC 9(02)V99.
               05  VIG-TIPO          PIC X(01).
               05  VIG-DATA          PIC X(08).
       01  QTD-VIGENCIAS             PIC 9(03) COMP VALUE ZERO.
       01  MAX-VIGENCIAS             PIC 9(03) COMP VALUE 200.
       01  IND-VIGENCIA              PIC 9(03) COMP VALUE ZERO.

      * ALIQUOTA PROCURADA E A VIGENTE ENCONTRADA **********************
       01  BUSCA-CODIGO              PIC X(02).
       01  BUSCA-DATA                PIC X(08).
       01  ACHOU-ALIQUOTA            PIC X(01).
       01  VIGENTE-DATA              PIC X(08).
       01  VIGENTE-PERCENTUAL        PIC 9(02)V99.
       01  VIGENTE-TIPO              PIC X(01).

      * ACUMULADO POR TERMINAL + ALIQUOTA + PERCENTUAL *****************
       01  TABELA-TERMINAL.
           03  TRM-LANCE OCCURS 500.
               05  TL-CHAVE.
                   07  TL-TERM       PIC X(03).
                   07  TL-COD        PIC X(02).
                   07  TL-PERC       PIC 9(02)V99.
               05  TL-TIPO           PIC X(01).
               05  TL-BASE           PIC 9(13)V99.
               05  TL-IMPOSTO        PIC 9(13)V99.
       01  QTD-TL                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-TL                    PIC 9(03) COMP VALUE 500.
       01  IND-TL                    PIC 9(03) COMP VALUE ZERO.
       01  IND-TL-2                  PIC 9(03) COMP VALUE ZERO.
       01  IND-ACHADO                PIC 9(03) COMP VALUE ZERO.
       01  AUX-LANCE                 PIC X(40).

      * ACUMULADO DA LOJA POR ALIQUOTA + PERCENTUAL ********************
       01  TABELA-LOJA.
           03  LOJ-LANCE OCCURS 100.
               05  LL-CHAVE.
                   07  LL-COD        PIC X(02).
                   07  LL-PERC       PIC 9(02)V99.
               05  LL-TIPO           PIC X(01).
               05  LL-BASE           PIC 9(13)V99.
               05  LL-IMPOSTO        PIC 9(13)V99.
       01  QTD-LL                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-LL                    PIC 9(03) COMP VALUE 100.
       01  IND-LL                    PIC 9(03) COMP VALUE ZERO.
       01  IND-LL-2                  PIC 9(03) COMP VALUE ZERO.

      * CODIGOS DA INTERFACE FORA DA TABELA DE ALIQUOTAS ***************
       01  TABELA-FALTANTES.
           03  FAL-LANCE OCCURS 50.
               05  FAL-COD           PIC X(02).
               05  FAL-PRIMEIRA      PIC X(08).
               05  FAL-TERM          PIC X(03).
               05  FAL-QTD           PIC 9(05).
               05  FAL-BASE          PIC 9(13)V99.
       01  QTD-FAL                   PIC 9(02) COMP VALUE ZERO.
       01  MAX-FAL                   PIC 9(02) COMP VALUE 50.
       01  IND-FAL                   PIC 9(02) COMP VALUE ZERO.
       01  IND-FAL-ACHADO            PIC 9(02) COMP VALUE ZERO.

      * REDUCOES JA APURADAS NA INTERFACE DO DIA ***********************
       01  TABELA-APURADAS.
           03  APU-LANCE OCCURS 500.
               05  APU-TERM          PIC X(03).
               05  APU-CONTADOR      PIC X(06).
       01  QTD-APURADAS              PIC 9(03) COMP VALUE ZERO.
       01  MAX-APURADAS              PIC 9(03) COMP VALUE 500.
       01  IND-APURADA               PIC 9(03) COMP VALUE ZERO.
       01  REDUCAO-REPETIDA          PIC X(01).

      * CONTROLES DE LEITURA E TOTAIS **********************************
       01  FIM-ARQUIVO               PIC X(01).
       01  IND-OCC                   PIC 9(02) COMP VALUE ZERO.
       01  QTD-REDUCOES              PIC 9(06) VALUE ZERO.
       01  QTD-REPETIDAS             PIC 9(06) VALUE ZERO.
       01  QTD-DIAS-SEM-ARQUIVO      PIC 9(02) VALUE ZERO.
       01  TERM-QUEBRA               PIC X(03) VALUE SPACES.
       01  BASE-TERMINAL             PIC 9(14)V99 VALUE ZERO.
       01  IMPOSTO-TERMINAL          PIC 9(14)V99 VALUE ZERO.
       01  BASE-LOJA                 PIC 9(14)V99 VALUE ZERO.
       01  IMPOSTO-LOJA              PIC 9(14)V99 VALUE ZERO.

      * LINHAS DO DEMONSTRATIVO ****************************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(41) VALUE
               "APURACAO DO ICMS POR ALIQUOTA - MES REF: ".
           03  CAB-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  CAB-ANO               PIC X(04).
           03  FILLER                PIC X(032) VALUE SPACES.
       01  REL-CABEC-2.
           03  FILLER                PIC X(40) VALUE
               "TRM ALIQ T  PERC.    BASE DE CALCULO   ".
           03  FILLER                PIC X(40) VALUE
               "       ICMS DEVIDO".
       01  REL-CABEC-TERMINAL.
           03  FILLER                PIC X(080) VALUE
               "ICMS POR ALIQUOTA DE CADA TERMINAL".
       01  REL-CABEC-LOJA.
           03  FILLER                PIC X(080) VALUE
               "ICMS POR ALIQUOTA DA LOJA".
       01  REL-CABEC-FALTA.
           03  FILLER                PIC X(080) VALUE
               "CODIGOS DA INTERFACE FORA DA TABELA ALIQICMS.DAT".
       01  REL-CABEC-FALTA-2.
           03  FILLER                PIC X(40) VALUE
               "ALIQ 1A. DATA   TRM  REDUCOES    BASE S".
           03  FILLER                PIC X(40) VALUE
               "EM IMPOSTO".
       01  REL-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".
       01  REL-DETALHE.
           03  DET-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-COD               PIC X(02).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  DET-TIPO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-PERC              PIC Z9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-BASE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  DET-IMPOSTO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(025) VALUE SPACES.
       01  REL-SUBTOTAL.
           03  ROD-TEXTO             PIC X(18).
           03  ROD-BASE              PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ROD-IMPOSTO           PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(019) VALUE SPACES.
       01  REL-DET-FALTA.
           03  DFA-COD               PIC X(02).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  DFA-DIA               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  DFA-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  DFA-ANO               PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DFA-TERM              PIC X(03).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  DFA-QTD               PIC ZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DFA-BASE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(035) VALUE SPACES.
       01  REL-SEM-FALTA.
           03  FILLER                PIC X(080) VALUE
               "NENHUM - TODOS OS CODIGOS TEM ALIQUOTA VIGENTE".
       01  REL-RODAPE.
           03  FILLER                PIC X(26) VALUE
               "REDUCOES APURADAS.......: ".
           03  ROD-REDUCOES          PIC ZZZZZ9.
           03  FILLER                PIC X(24) VALUE
               "   DIAS SEM INTERFACE: ".
           03  ROD-SEM-ARQUIVO       PIC Z9.
           03  FILLER                PIC X(022) VALUE SPACES.
       01  REL-RODAPE-2.
           03  FILLER                PIC X(26) VALUE
               "REPETIDAS DESCARTADAS...: ".
           03  ROD-REPETIDAS         PIC ZZZZZ9.
           03  FILLER                PIC X(048) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-ALQ                PIC X(02).
           03  WSTA-CONT               PIC X(02).
           03  WSTA-REL                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * ROTINA DE PROCESSAMENTO                                        *
      ******************************************************************
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
           IF PARAM-MES NUMERIC
              MOVE PARAM-MES TO MES-APURADO
           ELSE
      * MES ANTERIOR = VESPERA DO DIA 1 DO MES CORRENTE ****************
              MOVE DATA-HOJE TO DATA-AUX-X
              MOVE "01" TO AUX-DD
              COMPUTE DIAS-INTEIROS =
                 FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1
              COMPUTE DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
              MOVE DATA-AUX-X (1:6) TO MES-APURADO
           END-IF.

      * ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE ***********
           MOVE MES-AAAA TO AUX-AAAA.
           MOVE MES-MM TO AUX-MM.
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
           MOVE AUX-DD TO ULTIMO-DIA.

           STRING "ARQ" MES-APURADO
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.
           STRING "ICMS" MES-APURADO ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.

           PERFORM CARREGA-ALIQUOTAS.
           IF QTD-VIGENCIAS = ZERO
              DISPLAY "TABELA DE ALIQUOTAS VAZIA OU AUSENTE - "
                 "RODE O CADALIQ"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > ULTIMO-DIA
              PERFORM APURA-DIA
           END-PERFORM.

           PERFORM CALCULA-IMPOSTO.
           PERFORM GRAVA-RELATORIO THRU GRAVA-RELATORIO-FIM.

           DISPLAY "APURACAO DO ICMS GRAVADA EM " ARQ-RELATORIO.
           IF QTD-FAL > ZERO
              DISPLAY "HA CODIGOS DE ALIQUOTA FORA DA TABELA - "
                 "VER O DEMONSTRATIVO E O CADALIQ"
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CARREGA A TABELA DE ALIQUOTAS (TODAS AS VIGENCIAS)              *
      ******************************************************************
       CARREGA-ALIQUOTAS.
           MOVE ZERO TO QTD-VIGENCIAS.
           OPEN INPUT ARQALQ.
           IF WSTA-ALQ = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQALQ
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-ALQ TO REG-ALIQUOTA
                       IF ALQ-CODIGO NOT = SPACES
                          AND ALQ-PERCENTUAL-X NUMERIC
                          AND ALQ-VIGENCIA NUMERIC
                          AND QTD-VIGENCIAS < MAX-VIGENCIAS
                          ADD 1 TO QTD-VIGENCIAS
                          MOVE ALQ-CODIGO
                             TO VIG-CODIGO (QTD-VIGENCIAS)
                          MOVE ALQ-PERCENTUAL
                             TO VIG-PERCENTUAL (QTD-VIGENCIAS)
                          MOVE ALQ-TIPO TO VIG-TIPO (QTD-VIGENCIAS)
                          MOVE ALQ-VIGENCIA
                             TO VIG-DATA (QTD-VIGENCIAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQALQ
           END-IF.

      ******************************************************************
      * PROCURA A ALIQUOTA DE BUSCA-CODIGO VIGENTE EM BUSCA-DATA: A DE  *
      * MAIOR DATA DE VIGENCIA QUE NAO SEJA POSTERIOR A DATA FISCAL     *
      ******************************************************************
       BUSCA-ALIQUOTA.
           MOVE "N" TO ACHOU-ALIQUOTA.
           MOVE SPACES TO VIGENTE-DATA.
           MOVE ZERO TO VIGENTE-PERCENTUAL.
           MOVE SPACE TO VIGENTE-TIPO.
           PERFORM VARYING IND-VIGENCIA FROM 1 BY 1
              UNTIL IND-VIGENCIA > QTD-VIGENCIAS
              IF VIG-CODIGO (IND-VIGENCIA) = BUSCA-CODIGO
                 AND VIG-DATA (IND-VIGENCIA) NOT > BUSCA-DATA
                 AND (ACHOU-ALIQUOTA = "N"
                      OR VIG-DATA (IND-VIGENCIA) > VIGENTE-DATA)
                 MOVE "S" TO ACHOU-ALIQUOTA
                 MOVE VIG-DATA (IND-VIGENCIA) TO VIGENTE-DATA
                 MOVE VIG-PERCENTUAL (IND-VIGENCIA)
                    TO VIGENTE-PERCENTUAL
                 MOVE VIG-TIPO (IND-VIGENCIA) TO VIGENTE-TIPO
              END-IF
           END-PERFORM.

      ******************************************************************
      * APURA UM DIA DO MES. A INTERFACE DO DIA E PROCURADA NO          *
      * DIRETORIO CORRENTE E, SE O MES JA FOI ARQUIVADO PELO ARQMES, NO *
      * ARQUIVO MORTO ARQAAAAMM                                         *
      ******************************************************************
       APURA-DIA.
           MOVE MES-APURADO TO DIA-AAAAMM.
           MOVE IND-DIA TO DIA-DD.
           MOVE SPACES TO ARQ-CONTABIL.
           STRING "CONTAB" DATA-DIA ".INT"
              DELIMITED BY SIZE INTO ARQ-CONTABIL
           END-STRING.
           OPEN INPUT ARQCONT.
           IF WSTA-CONT NOT = "00"
              MOVE SPACES TO ARQ-CONTABIL
              STRING FUNCTION TRIM(DIR-MORTO) "\CONTAB" DATA-DIA ".INT"
                 DELIMITED BY SIZE INTO ARQ-CONTABIL
              END-STRING
              OPEN INPUT ARQCONT
           END-IF.
           IF WSTA-CONT NOT = "00"
              ADD 1 TO QTD-DIAS-SEM-ARQUIVO
           ELSE
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
                          ADD 1 TO QTD-REPETIDAS
                       ELSE
                          ADD 1 TO QTD-REDUCOES
                          PERFORM APURA-REDUCAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCONT
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
      * SOMA AS ALIQUOTAS DE UMA REDUCAO Z NO TERMINAL, COM O           *
      * PERCENTUAL VIGENTE NA DATA FISCAL DELA. CODIGO SEM ALIQUOTA     *
      * VIGENTE VAI P/ A LISTA DE FALTANTES E ENTRA SEM PERCENTUAL      *
      ******************************************************************
       APURA-REDUCAO.
           PERFORM VARYING IND-OCC FROM 1 BY 1
              UNTIL IND-OCC > 4
              IF CNT-ALIQ-COD (IND-OCC) NOT = SPACES
                 AND CNT-ALIQ-TOT-X (IND-OCC) NUMERIC
                 MOVE CNT-ALIQ-COD (IND-OCC) TO BUSCA-CODIGO
                 MOVE CNT-DATA-FISCAL TO BUSCA-DATA
                 PERFORM BUSCA-ALIQUOTA
                 IF ACHOU-ALIQUOTA = "N"
                    MOVE "?" TO VIGENTE-TIPO
                    PERFORM ANOTA-FALTANTE
                 END-IF
                 PERFORM SOMA-TERMINAL
              END-IF
           END-PERFORM.

      ******************************************************************
      * SOMA A BASE NO ACUMULADO TERMINAL+ALIQUOTA+PERCENTUAL, CRIANDO  *
      * O LANCE NA PRIMEIRA OCORRENCIA                                  *
      ******************************************************************
       SOMA-TERMINAL.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-TL FROM 1 BY 1
              UNTIL IND-TL > QTD-TL
              IF TL-TERM (IND-TL) = CNT-TERMINAL
                 AND TL-COD (IND-TL) = CNT-ALIQ-COD (IND-OCC)
                 AND TL-PERC (IND-TL) = VIGENTE-PERCENTUAL
                 AND TL-TIPO (IND-TL) = VIGENTE-TIPO
                 MOVE IND-TL TO IND-ACHADO
                 MOVE QTD-TL TO IND-TL
              END-IF
           END-PERFORM.
           IF IND-ACHADO = ZERO
              AND QTD-TL < MAX-TL
              ADD 1 TO QTD-TL
              MOVE QTD-TL TO IND-ACHADO
              MOVE CNT-TERMINAL TO TL-TERM (IND-ACHADO)
              MOVE CNT-ALIQ-COD (IND-OCC) TO TL-COD (IND-ACHADO)
              MOVE VIGENTE-PERCENTUAL TO TL-PERC (IND-ACHADO)
              MOVE VIGENTE-TIPO TO TL-TIPO (IND-ACHADO)
              MOVE ZERO TO TL-BASE (IND-ACHADO)
              MOVE ZERO TO TL-IMPOSTO (IND-ACHADO)
           END-IF.
           IF IND-ACHADO > ZERO
              ADD CNT-ALIQ-TOT (IND-OCC) TO TL-BASE (IND-ACHADO)
           END-IF.

      ******************************************************************
      * ANOTA (UMA VEZ POR CODIGO) O CODIGO SEM ALIQUOTA VIGENTE, COM A *
      * PRIMEIRA DATA E TERMINAL EM QUE APARECEU                        *
      ******************************************************************
       ANOTA-FALTANTE.
           MOVE ZERO TO IND-FAL-ACHADO.
           PERFORM VARYING IND-FAL FROM 1 BY 1
              UNTIL IND-FAL > QTD-FAL
              IF FAL-COD (IND-FAL) = CNT-ALIQ-COD (IND-OCC)
                 MOVE IND-FAL TO IND-FAL-ACHADO
                 MOVE QTD-FAL TO IND-FAL
              END-IF
           END-PERFORM.
           IF IND-FAL-ACHADO = ZERO
              AND QTD-FAL < MAX-FAL
              ADD 1 TO QTD-FAL
              MOVE QTD-FAL TO IND-FAL-ACHADO
              MOVE CNT-ALIQ-COD (IND-OCC) TO FAL-COD (IND-FAL-ACHADO)
              MOVE CNT-DATA-FISCAL TO FAL-PRIMEIRA (IND-FAL-ACHADO)
              MOVE CNT-TERMINAL TO FAL-TERM (IND-FAL-ACHADO)
              MOVE ZERO TO FAL-QTD (IND-FAL-ACHADO)
              MOVE ZERO TO FAL-BASE (IND-FAL-ACHADO)
           END-IF.
           IF IND-FAL-ACHADO > ZERO
              ADD 1 TO FAL-QTD (IND-FAL-ACHADO)
              ADD CNT-ALIQ-TOT (IND-OCC) TO FAL-BASE (IND-FAL-ACHADO)
           END-IF.

      ******************************************************************
      * ORDENA OS LANCES POR TERMINAL+ALIQUOTA+PERCENTUAL, CALCULA O    *
      * ICMS DE CADA UM (SO TIPO T) E SOMA NO ACUMULADO DA LOJA - O     *
      * TOTAL DA LOJA E A SOMA DOS TERMINAIS, CENTAVO A CENTAVO         *
      ******************************************************************
       CALCULA-IMPOSTO.
           PERFORM VARYING IND-TL FROM 1 BY 1
              UNTIL IND-TL >= QTD-TL
              PERFORM VARYING IND-TL-2 FROM IND-TL BY 1
                 UNTIL IND-TL-2 > QTD-TL
                 IF TL-CHAVE (IND-TL-2) < TL-CHAVE (IND-TL)
                    MOVE TRM-LANCE (IND-TL) TO AUX-LANCE
                    MOVE TRM-LANCE (IND-TL-2) TO TRM-LANCE (IND-TL)
                    MOVE AUX-LANCE TO TRM-LANCE (IND-TL-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING IND-TL FROM 1 BY 1
              UNTIL IND-TL > QTD-TL
              IF TL-TIPO (IND-TL) = "T"
                 COMPUTE TL-IMPOSTO (IND-TL) ROUNDED =
                    TL-BASE (IND-TL) * TL-PERC (IND-TL) / 100
              ELSE
                 MOVE ZERO TO TL-IMPOSTO (IND-TL)
              END-IF
              PERFORM SOMA-LOJA
           END-PERFORM.

           PERFORM VARYING IND-LL FROM 1 BY 1
              UNTIL IND-LL >= QTD-LL
              PERFORM VARYING IND-LL-2 FROM IND-LL BY 1
                 UNTIL IND-LL-2 > QTD-LL
                 IF LL-CHAVE (IND-LL-2) < LL-CHAVE (IND-LL)
                    MOVE LOJ-LANCE (IND-LL) TO AUX-LANCE
                    MOVE LOJ-LANCE (IND-LL-2) TO LOJ-LANCE (IND-LL)
                    MOVE AUX-LANCE TO LOJ-LANCE (IND-LL-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ******************************************************************
      * SOMA O LANCE DO TERMINAL EM IND-TL NO ACUMULADO DA LOJA         *
      ******************************************************************
       SOMA-LOJA.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-LL FROM 1 BY 1
              UNTIL IND-LL > QTD-LL
              IF LL-COD (IND-LL) = TL-COD (IND-TL)
                 AND LL-PERC (IND-LL) = TL-PERC (IND-TL)
                 AND LL-TIPO (IND-LL) = TL-TIPO (IND-TL)
                 MOVE IND-LL TO IND-ACHADO
                 MOVE QTD-LL TO IND-LL
              END-IF
           END-PERFORM.
           IF IND-ACHADO = ZERO
              AND QTD-LL < MAX-LL
              ADD 1 TO QTD-LL
              MOVE QTD-LL TO IND-ACHADO
              MOVE TL-COD (IND-TL) TO LL-COD (IND-ACHADO)
              MOVE TL-PERC (IND-TL) TO LL-PERC (IND-ACHADO)
              MOVE TL-TIPO (IND-TL) TO LL-TIPO (IND-ACHADO)
              MOVE ZERO TO LL-BASE (IND-ACHADO)
              MOVE ZERO TO LL-IMPOSTO (IND-ACHADO)
           END-IF.
           IF IND-ACHADO > ZERO
              ADD TL-BASE (IND-TL) TO LL-BASE (IND-ACHADO)
              ADD TL-IMPOSTO (IND-TL) TO LL-IMPOSTO (IND-ACHADO)
           END-IF.

      ******************************************************************
      * GRAVA O DEMONSTRATIVO: TERMINAIS, LOJA E CODIGOS FALTANTES      *
      ******************************************************************
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR DEMONSTRATIVO: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              MOVE 1 TO RETCODE
              GO TO GRAVA-RELATORIO-FIM
           END-IF.

           MOVE MES-MM TO CAB-MES.
           MOVE MES-AAAA TO CAB-ANO.
           MOVE REL-CABEC-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.

      * POR TERMINAL, COM QUEBRA E TOTAL A CADA TERMINAL ***************
           MOVE REL-CABEC-TERMINAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO TERM-QUEBRA.
           MOVE ZERO TO BASE-TERMINAL.
           MOVE ZERO TO IMPOSTO-TERMINAL.
           PERFORM VARYING IND-TL FROM 1 BY 1
              UNTIL IND-TL > QTD-TL
              IF TL-TERM (IND-TL) NOT = TERM-QUEBRA
                 AND TERM-QUEBRA NOT = SPACES
                 PERFORM GRAVA-TOTAL-TERMINAL
              END-IF
              MOVE TL-TERM (IND-TL) TO TERM-QUEBRA
              MOVE TL-TERM (IND-TL) TO DET-TERM
              MOVE TL-COD (IND-TL) TO DET-COD
              MOVE TL-TIPO (IND-TL) TO DET-TIPO
              MOVE TL-PERC (IND-TL) TO DET-PERC
              MOVE TL-BASE (IND-TL) TO DET-BASE
              MOVE TL-IMPOSTO (IND-TL) TO DET-IMPOSTO
              MOVE REL-DETALHE TO LINHA-REL
              WRITE LINHA-REL
              ADD TL-BASE (IND-TL) TO BASE-TERMINAL
              ADD TL-IMPOSTO (IND-TL) TO IMPOSTO-TERMINAL
           END-PERFORM.
           IF TERM-QUEBRA NOT = SPACES
              PERFORM GRAVA-TOTAL-TERMINAL
           END-IF.

      * DA LOJA ********************************************************
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-LOJA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING IND-LL FROM 1 BY 1
              UNTIL IND-LL > QTD-LL
              MOVE SPACES TO DET-TERM
              MOVE LL-COD (IND-LL) TO DET-COD
              MOVE LL-TIPO (IND-LL) TO DET-TIPO
              MOVE LL-PERC (IND-LL) TO DET-PERC
              MOVE LL-BASE (IND-LL) TO DET-BASE
              MOVE LL-IMPOSTO (IND-LL) TO DET-IMPOSTO
              MOVE REL-DETALHE TO LINHA-REL
              WRITE LINHA-REL
              ADD LL-BASE (IND-LL) TO BASE-LOJA
              ADD LL-IMPOSTO (IND-LL) TO IMPOSTO-LOJA
           END-PERFORM.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL DA LOJA...: " TO ROD-TEXTO.
           MOVE BASE-LOJA TO ROD-BASE.
           MOVE IMPOSTO-LOJA TO ROD-IMPOSTO.
           MOVE REL-SUBTOTAL TO LINHA-REL.
           WRITE LINHA-REL.

      * CODIGOS FORA DA TABELA *****************************************
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-FALTA TO LINHA-REL.
           WRITE LINHA-REL.
           IF QTD-FAL = ZERO
              MOVE REL-SEM-FALTA TO LINHA-REL
              WRITE LINHA-REL
           ELSE
              MOVE REL-CABEC-FALTA-2 TO LINHA-REL
              WRITE LINHA-REL
              PERFORM VARYING IND-FAL FROM 1 BY 1
                 UNTIL IND-FAL > QTD-FAL
                 MOVE FAL-COD (IND-FAL) TO DFA-COD
                 MOVE FAL-PRIMEIRA (IND-FAL) (7:2) TO DFA-DIA
                 MOVE FAL-PRIMEIRA (IND-FAL) (5:2) TO DFA-MES
                 MOVE FAL-PRIMEIRA (IND-FAL) (1:4) TO DFA-ANO
                 MOVE FAL-TERM (IND-FAL) TO DFA-TERM
                 MOVE FAL-QTD (IND-FAL) TO DFA-QTD
                 MOVE FAL-BASE (IND-FAL) TO DFA-BASE
                 MOVE REL-DET-FALTA TO LINHA-REL
                 WRITE LINHA-REL
              END-PERFORM
           END-IF.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-REDUCOES TO ROD-REDUCOES.
           MOVE QTD-DIAS-SEM-ARQUIVO TO ROD-SEM-ARQUIVO.
           MOVE REL-RODAPE TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-REPETIDAS TO ROD-REPETIDAS.
           MOVE REL-RODAPE-2 TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE ARQREL.

       GRAVA-RELATORIO-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O TOTAL DO TERMINAL QUE ACABOU E ZERA OS ACUMULADORES     *
      ******************************************************************
       GRAVA-TOTAL-TERMINAL.
           MOVE SPACES TO ROD-TEXTO.
           STRING "TOTAL TERM " TERM-QUEBRA "..: "
              DELIMITED BY SIZE INTO ROD-TEXTO
           END-STRING.
           MOVE BASE-TERMINAL TO ROD-BASE.
           MOVE IMPOSTO-TERMINAL TO ROD-IMPOSTO.
           MOVE REL-SUBTOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZERO TO BASE-TERMINAL.
           MOVE ZERO TO IMPOSTO-TERMINAL.
