      *E PRODUZ O RELATORIO CONSOLIDADO DA REDE (MATRIZAAAAMMDD.REL):     *
      *TOTAL POR LOJA, TOTAIS POR LOJA POR ALIQUOTA, LOJA SEM ARQUIVO OU  *
      *COM TERMINAL SEM REDUCAO Z DESTACADA, E O TOTAL GERAL DA REDE.     *
      *NO FIM DO MES, COM O PARAMETRO SO COM O MES (AAAAMM), FAZ A        *
      *APURACAO DO ICMS DA REDE: LE OS IMPORTADORES MATRIZAAAAMMDD.INT DE *
      *TODOS OS DIAS DO MES, APLICA A CADA TOTAL POR ALIQUOTA O           *
      *PERCENTUAL DA TABELA ALIQICMS.DAT (MANTIDA PELO CADALIQ NA MATRIZ) *
      *VIGENTE NA DATA FISCAL DA REDUCAO E GRAVA EM MATRIZAAAAMM.REL A    *
      *BASE DE CALCULO, ALIQUOTA E ICMS DEVIDO POR ALIQUOTA DE CADA LOJA  *
      *(COM O TOTAL DA LOJA) E DA REDE INTEIRA, MAIS OS CODIGOS DE        *
      *ALIQUOTA FORA DA TABELA (RETCODE 1 ATE A TABELA SER CORRIGIDA).    *
      *LINHA DO IMPORTADOR QUE REPETE O CONTADOR Z DE OUTRA JA APURADA NO *
      *MESMO DIA P/ A MESMA LOJA E O MESMO TERMINAL (Z REENVIADO) E       *
      *DESCARTADA E CONTADA NO RODAPE, COMO NO ICMSMES DE CADA LOJA -     *
      *ASSIM A BASE E O ICMS DE CADA LOJA BATEM COM O ICMSAAAAMM.REL DELA.*
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-8 = DATA AAAAMMDD A CONSOLIDAR (DEFAULT = ONTEM)     *
      *                  OU SO O MES AAAAMM P/ A APURACAO MENSAL DO ICMS  *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

           SELECT ARQALQ ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ALQ.

       DATA DIVISION.
       FILE SECTION.

       01  LINHA-LOJA                   PIC X(080).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

      * CADASTRO DE TERMINAIS DA LOJA EM EXAME, INDEXADO PELA CHAVE    *
      * NUMERO (MESMO LAYOUT DO ESC13)                                 *
           03  FILLER                PIC X(33).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQMRG.
       01  LINHA-MRG                    PIC X(160).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       FD  ARQALQ
           VALUE OF FILE-ID IS "ALIQICMS.DAT".
       01  LINHA-ALQ                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
           03  EXAME-DD              PIC X(02).
       01  DIAS-INTEIROS             PIC 9(08) COMP.

      * MES DA APURACAO DO ICMS DA REDE ********************************
       01  MES-ICMS                  PIC X(06) VALUE SPACES.
       01  ULTIMO-DIA                PIC 9(02) VALUE ZERO.
       01  IND-DIA                   PIC 9(02) COMP VALUE ZERO.
       01  DATA-DIA.
           03  DIA-AAAAMM            PIC X(06).
           03  DIA-DD                PIC 9(02).

      * NOMES DOS ARQUIVOS (OS DAS LOJAS LEVAM O DIRETORIO NA FRENTE) **
       01  ARQ-CONTABIL              PIC X(60) VALUE SPACES.
       01  ARQ-TERMINAIS             PIC X(60) VALUE SPACES.
           03  ROD-ARQ-MERGE         PIC X(20).
           03  FILLER                PIC X(024) VALUE SPACES.

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

      * ICMS POR LOJA + ALIQUOTA + PERCENTUAL **************************
       01  TABELA-ICMS-LOJA.
           03  ICL-LANCE OCCURS 500.
               05  ICL-CHAVE.
                   07  ICL-LOJA      PIC X(03).
                   07  ICL-COD       PIC X(02).
                   07  ICL-PERC      PIC 9(02)V99.
               05  ICL-TIPO          PIC X(01).
               05  ICL-BASE          PIC 9(13)V99.
               05  ICL-IMPOSTO       PIC 9(13)V99.
       01  QTD-ICL                   PIC 9(03) COMP VALUE ZERO.
       01  MAX-ICL                   PIC 9(03) COMP VALUE 500.
       01  IND-ICL                   PIC 9(03) COMP VALUE ZERO.
       01  IND-ICL-2                 PIC 9(03) COMP VALUE ZERO.
       01  IND-ACHADO                PIC 9(03) COMP VALUE ZERO.
       01  AUX-LANCE                 PIC X(40).

      * ICMS DA REDE POR ALIQUOTA + PERCENTUAL *************************
       01  TABELA-ICMS-REDE.
           03  ICR-LANCE OCCURS 100.
               05  ICR-CHAVE.
                   07  ICR-COD       PIC X(02).
                   07  ICR-PERC      PIC 9(02)V99.
               05  ICR-TIPO          PIC X(01).
               05  ICR-BASE          PIC 9(13)V99.
               05  ICR-IMPOSTO       PIC 9(13)V99.
       01  QTD-ICR                   PIC 9(03) COMP VALUE ZERO.
       01  MAX-ICR                   PIC 9(03) COMP VALUE 100.
       01  IND-ICR                   PIC 9(03) COMP VALUE ZERO.
       01  IND-ICR-2                 PIC 9(03) COMP VALUE ZERO.

      * CODIGOS DOS IMPORTADORES FORA DA TABELA DE ALIQUOTAS ***********
       01  TABELA-FALTANTES.
           03  FAL-LANCE OCCURS 50.
               05  FAL-COD           PIC X(02).
               05  FAL-PRIMEIRA      PIC X(08).
               05  FAL-LOJA          PIC X(03).
               05  FAL-QTD           PIC 9(05).
               05  FAL-BASE          PIC 9(13)V99.
       01  QTD-FAL                   PIC 9(02) COMP VALUE ZERO.
       01  MAX-FAL                   PIC 9(02) COMP VALUE 50.
       01  IND-FAL                   PIC 9(02) COMP VALUE ZERO.
       01  IND-FAL-ACHADO            PIC 9(02) COMP VALUE ZERO.

      * REDUCOES JA APURADAS NO IMPORTADOR DO DIA **********************
       01  TABELA-APURADAS.
           03  APU-LANCE OCCURS 3000.
               05  APU-LOJA          PIC X(03).
               05  APU-TERM          PIC X(03).
               05  APU-CONTADOR      PIC X(06).
       01  QTD-APURADAS              PIC 9(04) COMP VALUE ZERO.
       01  MAX-APURADAS              PIC 9(04) COMP VALUE 3000.
       01  IND-APURADA               PIC 9(04) COMP VALUE ZERO.
       01  REDUCAO-REPETIDA          PIC X(01).

      * TOTAIS DA APURACAO DO ICMS DA REDE *****************************
       01  LOJA-QUEBRA               PIC X(03) VALUE SPACES.
       01  BASE-LOJA                 PIC 9(14)V99 VALUE ZERO.
       01  IMPOSTO-LOJA              PIC 9(14)V99 VALUE ZERO.
       01  BASE-REDE                 PIC 9(14)V99 VALUE ZERO.
       01  IMPOSTO-REDE              PIC 9(14)V99 VALUE ZERO.
       01  QTD-REDUCOES              PIC 9(06) VALUE ZERO.
       01  QTD-REPETIDAS             PIC 9(06) VALUE ZERO.
       01  QTD-DIAS-SEM-ARQUIVO      PIC 9(02) VALUE ZERO.

      * LINHAS DA APURACAO DO ICMS DA REDE *****************************
       01  ICM-CABEC-1.
           03  FILLER                PIC X(46) VALUE
               "APURACAO DO ICMS DA REDE POR ALIQUOTA - MES: ".
           03  ICM-CAB-MES           PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  ICM-CAB-ANO           PIC X(04).
           03  FILLER                PIC X(027) VALUE SPACES.
       01  ICM-CABEC-2.
           03  FILLER                PIC X(40) VALUE
               "LOJ ALIQ T  PERC.    BASE DE CALCULO   ".
           03  FILLER                PIC X(40) VALUE
               "       ICMS DEVIDO".
       01  ICM-CABEC-LOJA.
           03  FILLER                PIC X(080) VALUE
               "ICMS POR ALIQUOTA DE CADA LOJA".
       01  ICM-CABEC-REDE.
           03  FILLER                PIC X(080) VALUE
               "ICMS POR ALIQUOTA DA REDE".
       01  ICM-CABEC-FALTA.
           03  FILLER                PIC X(080) VALUE
               "CODIGOS DOS IMPORTADORES FORA DA TABELA ALIQICMS.DAT".
       01  ICM-CABEC-FALTA-2.
           03  FILLER                PIC X(40) VALUE
               "ALIQ 1A. DATA   LOJ  REDUCOES    BASE S".
           03  FILLER                PIC X(40) VALUE
               "EM IMPOSTO".
       01  ICM-DETALHE.
           03  ICM-LOJA              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ICM-COD               PIC X(02).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  ICM-TIPO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ICM-PERC              PIC Z9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ICM-BASE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  ICM-IMPOSTO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(025) VALUE SPACES.
       01  ICM-SUBTOTAL.
           03  ICM-TEXTO             PIC X(30).
           03  ICM-ROD-BASE          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ICM-ROD-IMPOSTO       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(007) VALUE SPACES.
       01  ICM-DET-FALTA.
           03  IFA-COD               PIC X(02).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  IFA-DIA               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  IFA-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  IFA-ANO               PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  IFA-LOJA              PIC X(03).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  IFA-QTD               PIC ZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  IFA-BASE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(035) VALUE SPACES.
       01  ICM-SEM-FALTA.
           03  FILLER                PIC X(080) VALUE
               "NENHUM - TODOS OS CODIGOS TEM ALIQUOTA VIGENTE".
       01  ICM-RODAPE.
           03  FILLER                PIC X(26) VALUE
               "REDUCOES APURADAS.......: ".
           03  ICM-ROD-REDUCOES      PIC ZZZZZ9.
           03  FILLER                PIC X(24) VALUE
               "   DIAS SEM IMPORTADOR: ".
           03  ICM-ROD-SEM-ARQUIVO   PIC Z9.
           03  FILLER                PIC X(022) VALUE SPACES.
       01  ICM-RODAPE-2.
           03  FILLER                PIC X(26) VALUE
               "REPETIDAS DESCARTADAS...: ".
           03  ICM-ROD-REPETIDAS     PIC ZZZZZ9.
           03  FILLER                PIC X(048) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-LOJAS              PIC X(02).
           03  WSTA-CKPT               PIC X(02).
           03  WSTA-MRG                PIC X(02).
           03  WSTA-REL                PIC X(02).
           03  WSTA-ALQ                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT PARAMETROS FROM COMMAND-LINE.
      * SO O MES (AAAAMM) = APURACAO MENSAL DO ICMS DA REDE ************
           IF PARAM-DATA (1:6) NUMERIC
              AND PARAM-DATA (7:2) = SPACES
              MOVE PARAM-DATA (1:6) TO MES-ICMS
              PERFORM APURA-ICMS-REDE THRU APURA-ICMS-REDE-FIM
              GO TO FINALIZA
           END-IF.
           IF PARAM-DATA NUMERIC
              MOVE PARAM-DATA TO DATA-EXAME
           ELSE
           MOVE LJ-PARECER (IND-LOJA) TO DET-PARECER.
           MOVE REL-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.

      ******************************************************************
      * APURACAO MENSAL DO ICMS DA REDE A PARTIR DOS IMPORTADORES       *
      * MATRIZAAAAMMDD.INT DE CADA DIA DO MES EM MES-ICMS               *
      ******************************************************************
       APURA-ICMS-REDE.
      * ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE ***********
           MOVE MES-ICMS TO DATA-EXAME-X (1:6).
           MOVE "01" TO EXAME-DD.
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-EXAME) + 31.
           COMPUTE DATA-EXAME =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE "01" TO EXAME-DD.
           COMPUTE DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(DATA-EXAME) - 1.
           COMPUTE DATA-EXAME =
              FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS).
           MOVE EXAME-DD TO ULTIMO-DIA.

           MOVE SPACES TO ARQ-RELATORIO.
           STRING "MATRIZ" MES-ICMS ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.

           PERFORM CARREGA-LOJAS.
           PERFORM CARREGA-ALIQUOTAS.
           IF QTD-VIGENCIAS = ZERO
              DISPLAY "TABELA DE ALIQUOTAS VAZIA OU AUSENTE - "
                 "RODE O CADALIQ"
              MOVE 1 TO RETCODE
              GO TO APURA-ICMS-REDE-FIM
           END-IF.

           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > ULTIMO-DIA
              PERFORM APURA-ICMS-DIA
           END-PERFORM.

           PERFORM CALCULA-ICMS-REDE.
           PERFORM GRAVA-ICMS-REDE THRU GRAVA-ICMS-REDE-FIM.

           DISPLAY "APURACAO DO ICMS DA REDE GRAVADA EM " ARQ-RELATORIO.
           IF QTD-FAL > ZERO
              DISPLAY "HA CODIGOS DE ALIQUOTA FORA DA TABELA - "
                 "VER A APURACAO E O CADALIQ"
              MOVE 1 TO RETCODE
           END-IF.

       APURA-ICMS-REDE-FIM.
           EXIT.

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
      * APURA O IMPORTADOR DA REDE DE UM DIA DO MES                     *
      ******************************************************************
       APURA-ICMS-DIA.
           MOVE MES-ICMS TO DIA-AAAAMM.
           MOVE IND-DIA TO DIA-DD.
           MOVE SPACES TO ARQ-MERGADO.
           STRING "MATRIZ" DATA-DIA ".INT"
              DELIMITED BY SIZE INTO ARQ-MERGADO
           END-STRING.
           OPEN INPUT ARQMRG.
           IF WSTA-MRG NOT = "00"
              ADD 1 TO QTD-DIAS-SEM-ARQUIVO
           ELSE
              MOVE ZERO TO QTD-APURADAS
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQMRG
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-MRG TO REG-CONTABIL
                       PERFORM CONFERE-REPETIDA
                       IF REDUCAO-REPETIDA = "S"
                          ADD 1 TO QTD-REPETIDAS
                       ELSE
                          ADD 1 TO QTD-REDUCOES
                          PERFORM APURA-ICMS-REDUCAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQMRG
           END-IF.

      ******************************************************************
      * A REDUCAO EM REG-CONTABIL E REPETIDA QUANDO OUTRA LINHA JA     *
      * APURADA NO IMPORTADOR DO DIA TEM A MESMA LOJA, O MESMO TERMINAL*
      * E O MESMO CONTADOR Z. CONTADOR ZERADO OU NAO NUMERICO NAO      *
      * IDENTIFICA A REDUCAO E NUNCA E TIDO COMO REPETIDO. A NAO       *
      * REPETIDA E ANOTADA NA TABELA DO DIA                            *
      ******************************************************************
       CONFERE-REPETIDA.
           MOVE "N" TO REDUCAO-REPETIDA.
           IF CNT-CONTADOR-Z NUMERIC
              AND CNT-CONTADOR-Z NOT = "000000"
              PERFORM VARYING IND-APURADA FROM 1 BY 1
                 UNTIL IND-APURADA > QTD-APURADAS
                 IF APU-LOJA (IND-APURADA) = CNT-LOJA
                    AND APU-TERM (IND-APURADA) = CNT-TERMINAL
                    AND APU-CONTADOR (IND-APURADA) = CNT-CONTADOR-Z
                    MOVE "S" TO REDUCAO-REPETIDA
                 END-IF
              END-PERFORM
              IF REDUCAO-REPETIDA = "N"
                 AND QTD-APURADAS < MAX-APURADAS
                 ADD 1 TO QTD-APURADAS
                 MOVE CNT-LOJA TO APU-LOJA (QTD-APURADAS)
                 MOVE CNT-TERMINAL TO APU-TERM (QTD-APURADAS)
                 MOVE CNT-CONTADOR-Z TO APU-CONTADOR (QTD-APURADAS)
              END-IF
           END-IF.

      ******************************************************************
      * SOMA AS ALIQUOTAS DE UMA REDUCAO Z NA LOJA DELA, COM O          *
      * PERCENTUAL VIGENTE NA DATA FISCAL. CODIGO SEM ALIQUOTA VIGENTE  *
      * VAI P/ A LISTA DE FALTANTES E ENTRA SEM PERCENTUAL              *
      ******************************************************************
       APURA-ICMS-REDUCAO.
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
                 PERFORM SOMA-ICMS-LOJA
              END-IF
           END-PERFORM.

      ******************************************************************
      * SOMA A BASE NO ACUMULADO LOJA+ALIQUOTA+PERCENTUAL, CRIANDO O    *
      * LANCE NA PRIMEIRA OCORRENCIA                                    *
      ******************************************************************
       SOMA-ICMS-LOJA.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-ICL FROM 1 BY 1
              UNTIL IND-ICL > QTD-ICL
              IF ICL-LOJA (IND-ICL) = CNT-LOJA
                 AND ICL-COD (IND-ICL) = CNT-ALIQ-COD (IND-OCC)
                 AND ICL-PERC (IND-ICL) = VIGENTE-PERCENTUAL
                 AND ICL-TIPO (IND-ICL) = VIGENTE-TIPO
                 MOVE IND-ICL TO IND-ACHADO
                 MOVE QTD-ICL TO IND-ICL
              END-IF
           END-PERFORM.
           IF IND-ACHADO = ZERO
              AND QTD-ICL < MAX-ICL
              ADD 1 TO QTD-ICL
              MOVE QTD-ICL TO IND-ACHADO
              MOVE CNT-LOJA TO ICL-LOJA (IND-ACHADO)
              MOVE CNT-ALIQ-COD (IND-OCC) TO ICL-COD (IND-ACHADO)
              MOVE VIGENTE-PERCENTUAL TO ICL-PERC (IND-ACHADO)
              MOVE VIGENTE-TIPO TO ICL-TIPO (IND-ACHADO)
              MOVE ZERO TO ICL-BASE (IND-ACHADO)
              MOVE ZERO TO ICL-IMPOSTO (IND-ACHADO)
           END-IF.
           IF IND-ACHADO > ZERO
              ADD CNT-ALIQ-TOT (IND-OCC) TO ICL-BASE (IND-ACHADO)
           END-IF.

      ******************************************************************
      * ANOTA (UMA VEZ POR CODIGO) O CODIGO SEM ALIQUOTA VIGENTE, COM A *
      * PRIMEIRA DATA E LOJA EM QUE APARECEU                            *
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
              MOVE CNT-LOJA TO FAL-LOJA (IND-FAL-ACHADO)
              MOVE ZERO TO FAL-QTD (IND-FAL-ACHADO)
              MOVE ZERO TO FAL-BASE (IND-FAL-ACHADO)
           END-IF.
           IF IND-FAL-ACHADO > ZERO
              ADD 1 TO FAL-QTD (IND-FAL-ACHADO)
              ADD CNT-ALIQ-TOT (IND-OCC) TO FAL-BASE (IND-FAL-ACHADO)
           END-IF.

      ******************************************************************
      * ORDENA OS LANCES POR LOJA+ALIQUOTA+PERCENTUAL, CALCULA O ICMS   *
      * DE CADA UM (SO TIPO T) E SOMA NO ACUMULADO DA REDE - O TOTAL DA *
      * REDE E A SOMA DAS LOJAS, CENTAVO A CENTAVO                      *
      ******************************************************************
       CALCULA-ICMS-REDE.
           PERFORM VARYING IND-ICL FROM 1 BY 1
              UNTIL IND-ICL >= QTD-ICL
              PERFORM VARYING IND-ICL-2 FROM IND-ICL BY 1
                 UNTIL IND-ICL-2 > QTD-ICL
                 IF ICL-CHAVE (IND-ICL-2) < ICL-CHAVE (IND-ICL)
                    MOVE ICL-LANCE (IND-ICL) TO AUX-LANCE
                    MOVE ICL-LANCE (IND-ICL-2) TO ICL-LANCE (IND-ICL)
                    MOVE AUX-LANCE TO ICL-LANCE (IND-ICL-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING IND-ICL FROM 1 BY 1
              UNTIL IND-ICL > QTD-ICL
              IF ICL-TIPO (IND-ICL) = "T"
                 COMPUTE ICL-IMPOSTO (IND-ICL) ROUNDED =
                    ICL-BASE (IND-ICL) * ICL-PERC (IND-ICL) / 100
              ELSE
                 MOVE ZERO TO ICL-IMPOSTO (IND-ICL)
              END-IF
              PERFORM SOMA-ICMS-REDE
           END-PERFORM.

           PERFORM VARYING IND-ICR FROM 1 BY 1
              UNTIL IND-ICR >= QTD-ICR
              PERFORM VARYING IND-ICR-2 FROM IND-ICR BY 1
                 UNTIL IND-ICR-2 > QTD-ICR
                 IF ICR-CHAVE (IND-ICR-2) < ICR-CHAVE (IND-ICR)
                    MOVE ICR-LANCE (IND-ICR) TO AUX-LANCE
                    MOVE ICR-LANCE (IND-ICR-2) TO ICR-LANCE (IND-ICR)
                    MOVE AUX-LANCE TO ICR-LANCE (IND-ICR-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ******************************************************************
      * SOMA O LANCE DA LOJA EM IND-ICL NO ACUMULADO DA REDE            *
      ******************************************************************
       SOMA-ICMS-REDE.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-ICR FROM 1 BY 1
              UNTIL IND-ICR > QTD-ICR
              IF ICR-COD (IND-ICR) = ICL-COD (IND-ICL)
                 AND ICR-PERC (IND-ICR) = ICL-PERC (IND-ICL)
                 AND ICR-TIPO (IND-ICR) = ICL-TIPO (IND-ICL)
                 MOVE IND-ICR TO IND-ACHADO
                 MOVE QTD-ICR TO IND-ICR
              END-IF
           END-PERFORM.
           IF IND-ACHADO = ZERO
              AND QTD-ICR < MAX-ICR
              ADD 1 TO QTD-ICR
              MOVE QTD-ICR TO IND-ACHADO
              MOVE ICL-COD (IND-ICL) TO ICR-COD (IND-ACHADO)
              MOVE ICL-PERC (IND-ICL) TO ICR-PERC (IND-ACHADO)
              MOVE ICL-TIPO (IND-ICL) TO ICR-TIPO (IND-ACHADO)
              MOVE ZERO TO ICR-BASE (IND-ACHADO)
              MOVE ZERO TO ICR-IMPOSTO (IND-ACHADO)
           END-IF.
           IF IND-ACHADO > ZERO
              ADD ICL-BASE (IND-ICL) TO ICR-BASE (IND-ACHADO)
              ADD ICL-IMPOSTO (IND-ICL) TO ICR-IMPOSTO (IND-ACHADO)
           END-IF.

      ******************************************************************
      * GRAVA A APURACAO DO ICMS DA REDE: LOJAS, REDE E CODIGOS         *
      * FALTANTES                                                       *
      ******************************************************************
       GRAVA-ICMS-REDE.
           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR APURACAO: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              MOVE 1 TO RETCODE
              GO TO GRAVA-ICMS-REDE-FIM
           END-IF.

           MOVE MES-ICMS (5:2) TO ICM-CAB-MES.
           MOVE MES-ICMS (1:4) TO ICM-CAB-ANO.
           MOVE ICM-CABEC-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.

      * POR LOJA, COM QUEBRA E TOTAL A CADA LOJA ***********************
           MOVE ICM-CABEC-LOJA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ICM-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LOJA-QUEBRA.
           MOVE ZERO TO BASE-LOJA.
           MOVE ZERO TO IMPOSTO-LOJA.
           PERFORM VARYING IND-ICL FROM 1 BY 1
              UNTIL IND-ICL > QTD-ICL
              IF ICL-LOJA (IND-ICL) NOT = LOJA-QUEBRA
                 AND LOJA-QUEBRA NOT = SPACES
                 PERFORM GRAVA-TOTAL-LOJA-ICMS
              END-IF
              MOVE ICL-LOJA (IND-ICL) TO LOJA-QUEBRA
              MOVE ICL-LOJA (IND-ICL) TO ICM-LOJA
              MOVE ICL-COD (IND-ICL) TO ICM-COD
              MOVE ICL-TIPO (IND-ICL) TO ICM-TIPO
              MOVE ICL-PERC (IND-ICL) TO ICM-PERC
              MOVE ICL-BASE (IND-ICL) TO ICM-BASE
              MOVE ICL-IMPOSTO (IND-ICL) TO ICM-IMPOSTO
              MOVE ICM-DETALHE TO LINHA-REL
              WRITE LINHA-REL
              ADD ICL-BASE (IND-ICL) TO BASE-LOJA
              ADD ICL-IMPOSTO (IND-ICL) TO IMPOSTO-LOJA
           END-PERFORM.
           IF LOJA-QUEBRA NOT = SPACES
              PERFORM GRAVA-TOTAL-LOJA-ICMS
           END-IF.

      * DA REDE ********************************************************
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ICM-CABEC-REDE TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ICM-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARYING IND-ICR FROM 1 BY 1
              UNTIL IND-ICR > QTD-ICR
              MOVE SPACES TO ICM-LOJA
              MOVE ICR-COD (IND-ICR) TO ICM-COD
              MOVE ICR-TIPO (IND-ICR) TO ICM-TIPO
              MOVE ICR-PERC (IND-ICR) TO ICM-PERC
              MOVE ICR-BASE (IND-ICR) TO ICM-BASE
              MOVE ICR-IMPOSTO (IND-ICR) TO ICM-IMPOSTO
              MOVE ICM-DETALHE TO LINHA-REL
              WRITE LINHA-REL
              ADD ICR-BASE (IND-ICR) TO BASE-REDE
              ADD ICR-IMPOSTO (IND-ICR) TO IMPOSTO-REDE
           END-PERFORM.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL GERAL DA REDE.: " TO ICM-TEXTO.
           MOVE BASE-REDE TO ICM-ROD-BASE.
           MOVE IMPOSTO-REDE TO ICM-ROD-IMPOSTO.
           MOVE ICM-SUBTOTAL TO LINHA-REL.
           WRITE LINHA-REL.

      * CODIGOS FORA DA TABELA *****************************************
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ICM-CABEC-FALTA TO LINHA-REL.
           WRITE LINHA-REL.
           IF QTD-FAL = ZERO
              MOVE ICM-SEM-FALTA TO LINHA-REL
              WRITE LINHA-REL
           ELSE
              MOVE ICM-CABEC-FALTA-2 TO LINHA-REL
              WRITE LINHA-REL
              PERFORM VARYING IND-FAL FROM 1 BY 1
                 UNTIL IND-FAL > QTD-FAL
                 MOVE FAL-COD (IND-FAL) TO IFA-COD
                 MOVE FAL-PRIMEIRA (IND-FAL) (7:2) TO IFA-DIA
                 MOVE FAL-PRIMEIRA (IND-FAL) (5:2) TO IFA-MES
                 MOVE FAL-PRIMEIRA (IND-FAL) (1:4) TO IFA-ANO
                 MOVE FAL-LOJA (IND-FAL) TO IFA-LOJA
                 MOVE FAL-QTD (IND-FAL) TO IFA-QTD
                 MOVE FAL-BASE (IND-FAL) TO IFA-BASE
                 MOVE ICM-DET-FALTA TO LINHA-REL
                 WRITE LINHA-REL
              END-PERFORM
           END-IF.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-REDUCOES TO ICM-ROD-REDUCOES.
           MOVE QTD-DIAS-SEM-ARQUIVO TO ICM-ROD-SEM-ARQUIVO.
           MOVE ICM-RODAPE TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-REPETIDAS TO ICM-ROD-REPETIDAS.
           MOVE ICM-RODAPE-2 TO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE ARQREL.

       GRAVA-ICMS-REDE-FIM.
           EXIT.

      ******************************************************************
      * GRAVA O TOTAL DA LOJA QUE ACABOU (COM O NOME DO CADASTRO DE     *
      * LOJAS) E ZERA OS ACUMULADORES                                   *
      ******************************************************************
       GRAVA-TOTAL-LOJA-ICMS.
           MOVE SPACES TO ICM-TEXTO.
           MOVE SPACES TO LOJ-NOME.
           PERFORM VARYING IND-LOJA FROM 1 BY 1
              UNTIL IND-LOJA > QTD-LOJAS
              IF LJ-NUM (IND-LOJA) = LOJA-QUEBRA
                 MOVE LJ-NOME (IND-LOJA) TO LOJ-NOME
                 MOVE QTD-LOJAS TO IND-LOJA
              END-IF
           END-PERFORM.
           STRING "TOTAL " LOJA-QUEBRA " " LOJ-NOME (1:18) ": "
              DELIMITED BY SIZE INTO ICM-TEXTO
           END-STRING.
           MOVE BASE-LOJA TO ICM-ROD-BASE.
           MOVE IMPOSTO-LOJA TO ICM-ROD-IMPOSTO.
           MOVE ICM-SUBTOTAL TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZERO TO BASE-LOJA.
           MOVE ZERO TO IMPOSTO-LOJA.
