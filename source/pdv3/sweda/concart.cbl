      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCART.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *CONCILIACAO DOS CARTOES: CONFRONTA, POR TERMINAL E POR DIA, O TOTAL*
      *DE CARTAO (CREDITO + DEBITO) LIDO DA IMPRESSORA FISCAL NA REDUCAO Z*
      *COM O QUE AS ADQUIRENTES INFORMAM TER CAPTURADO NO ARQUIVO DIARIO  *
      *DE LIQUIDACAO.                                                     *
      *O LADO DA IMPRESSORA VEM DA INTERFACE CONTABIL CONTABAAAAMMDD.INT  *
      *(CNT-TOTAL-CARTAO, GRAVADO PELO ESC13) - NO DIRETORIO CORRENTE OU, *
      *SE O MES JA FOI ARQUIVADO, NO DIRETORIO DE ARQUIVO MORTO INDICADO  *
      *NO MANIFESTO ARQMESAAAAMM.MAN DO ARQMES (SEM MANIFESTO, TENTA O    *
      *ARQAAAAMM PADRAO), COMO NO RELVEN.                                 *
      *O LADO DAS ADQUIRENTES VEM DO ARQUIVO DIARIO LIQAAAAMMDD.DAT (DIA  *
      *DA VENDA), QUE O BACK-OFFICE MONTA COM OS EXTRATOS DE TODAS AS     *
      *ADQUIRENTES JA NO LAYOUT ABAIXO, UMA LINHA POR VENDA OU POR LOTE:  *
      *   POSICOES  1-8  = DATA DA VENDA AAAAMMDD                         *
      *   POSICOES 10-12 = TERMINAL                                       *
      *   POSICOES 14-23 = ADQUIRENTE                                     *
      *   POSICOES 25-38 = VALOR BRUTO DA VENDA (ANTES DA TAXA), 12       *
      *                    INTEIROS E 2 DECIMAIS SEM PONTO                *
      *LINHA COM DATA DE OUTRO DIA, TERMINAL OU VALOR NAO NUMERICO E      *
      *REJEITADA E CONTADA NO RODAPE. AS ADQUIRENTES SAO SOMADAS JUNTAS,  *
      *COMO A IMPRESSORA SOMA CREDITO E DEBITO.                           *
      *O RELATORIO LISTA SO AS EXCECOES, UMA LINHA POR TERMINAL/DIA:      *
      *   DIFERENCA   = LIQUIDADO DIFERENTE DO CARTAO DA IMPRESSORA       *
      *                 (DIFERENCA = LIQUIDADO - IMPRESSORA)              *
      *   SEM LIQUID. = CARTAO NA IMPRESSORA SEM NADA DA ADQUIRENTE       *
      *   SEM RED.Z   = LIQUIDACAO DE TERMINAL/DIA SEM REDUCAO Z          *
      *   SEM MEIOS   = LIQUIDACAO DE TERMINAL CUJA IMPRESSORA NAO INFORMA*
      *                 OS MEIOS DE PAGAMENTO (NAO HA COMO CONFERIR)      *
      *NO RODAPE, OS TOTAIS DO MES, AS CONTAGENS POR OCORRENCIA, OS DIAS  *
      *SEM ARQUIVO DE LIQUIDACAO OU SEM INTERFACE E OS DIAS LIDOS DO      *
      *ARQUIVO MORTO. COM QUALQUER EXCECAO, OU ARQUIVO DO MANIFESTO       *
      *AUSENTE NO ARQUIVO MORTO, O RETORNO E 1.                           *
      *LINHA DA INTERFACE QUE REPETE O CONTADOR Z DE OUTRA JA LIDA NO     *
      *MESMO DIA P/ O MESMO TERMINAL (Z REENVIADO) NAO SOMA O CARTAO DE   *
      *NOVO, COMO NO ICMSMES - SO MARCA QUE O TERMINAL TEVE REDUCAO Z - E *
      *E CONTADA NO RODAPE.                                               *
      *O MES CORRENTE E CONCILIADO SO ATE A VESPERA - O ARQUIVO DO DIA SO *
      *CHEGA DAS ADQUIRENTES NO DIA SEGUINTE.                             *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM A CONCILIAR (DEFAULT = MES ANTERIOR)  *
      *O RELATORIO E GRAVADO EM CONCARTAAAAMM.REL                         *
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

           SELECT ARQMAN ASSIGN TO DYNAMIC ARQ-MANIFESTO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MAN.

           SELECT ARQCONT ASSIGN TO DYNAMIC ARQ-CONTABIL
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CONT.

           SELECT ARQLIQ ASSIGN TO DYNAMIC ARQ-LIQUIDACAO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-LIQ.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQMAN.
       01  LINHA-MAN                    PIC X(080).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQLIQ.
       01  LINHA-LIQ                    PIC X(080).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (MES A CONCILIAR) ************************
       01  PARAMETROS.
           03  PARAM-MES             PIC X(06).

       01  DATA-HOJE                 PIC X(08).
       01  DATA-HOJE-X REDEFINES
           DATA-HOJE.
           03  HOJE-AAAAMM           PIC X(06).
           03  HOJE-DD               PIC 9(02).

      * MES CONCILIADO E DATAS AUXILIARES ******************************
       01  MES-ANALISE               PIC X(06).
       01  MES-ANALISE-X REDEFINES
           MES-ANALISE.
           03  MES-AAAA              PIC X(04).
           03  MES-MM                PIC X(02).
       01  DIAS-INTEIROS             PIC 9(08) COMP.
       01  DATA-AUX                  PIC 9(08).
       01  DATA-AUX-X REDEFINES
           DATA-AUX.
           03  AUX-AAAA              PIC X(04).
           03  AUX-MM                PIC X(02).
           03  AUX-DD                PIC X(02).
       01  DATA-DIA.
           03  DIA-AAAAMM            PIC X(06).
           03  DIA-DD                PIC 9(02).
       01  ULTIMO-DIA                PIC 9(02) VALUE ZERO.
       01  IND-DIA                   PIC 9(02) COMP VALUE ZERO.

      * NOMES DOS ARQUIVOS DATADOS *************************************
       01  ARQ-MANIFESTO             PIC X(20) VALUE SPACES.
       01  ARQ-CONTABIL              PIC X(40) VALUE SPACES.
       01  ARQ-LIQUIDACAO            PIC X(20) VALUE SPACES.
       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.
       01  NOME-CONTABIL             PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

      * REGISTRO DE INTERFACE CONTABIL (MESMO LAYOUT DO ESC13) *********
       01  REG-CONTABIL.
           03  CNT-LOJA              PIC X(03).
           03  CNT-TERMINAL          PIC X(03).
           03  CNT-DATA-FISCAL       PIC X(08).
           03  CNT-CONTADOR-Z        PIC X(06).
           03  CNT-TOTAL-BRUTO-X     PIC X(14).
           03  CNT-ALIQUOTA OCCURS 4.
               05  CNT-ALIQ-COD      PIC X(02).
               05  CNT-ALIQ-TOT-X    PIC X(14).
           03  FILLER                PIC X(02).
           03  CNT-TOTAL-DINHEIRO-X  PIC X(14).
           03  CNT-TOTAL-CHEQUE-X    PIC X(14).
           03  CNT-TOTAL-CARTAO-X    PIC X(14).
           03  CNT-TOTAL-CARTAO REDEFINES
               CNT-TOTAL-CARTAO-X    PIC 9(12)V99.
           03  CNT-TOTAL-OUTROS-X    PIC X(14).
           03  FILLER                PIC X(04).

      * LINHA DO ARQUIVO DIARIO DE LIQUIDACAO DAS ADQUIRENTES **********
       01  REG-LIQUIDACAO.
           03  LIQ-DATA              PIC X(08).
           03  FILLER                PIC X(01).
           03  LIQ-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  LIQ-ADQUIRENTE        PIC X(10).
           03  FILLER                PIC X(01).
           03  LIQ-VALOR-X           PIC X(14).
           03  LIQ-VALOR REDEFINES
               LIQ-VALOR-X           PIC 9(12)V99.
           03  FILLER                PIC X(42).

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

      * TERMINAIS DO DIA EM CONCILIACAO: CARTAO DA IMPRESSORA (REDUCOES*
      * Z DO DIA) E LIQUIDADO PELAS ADQUIRENTES ************************
       01  TABELA-CONCILIACAO.
           03  CC-LANCE OCCURS 200.
               05  CC-TERM           PIC X(03).
               05  CC-TEM-Z          PIC X(01).
               05  CC-TEM-MEIOS      PIC X(01).
               05  CC-CARTAO-IMP     PIC 9(13)V99.
               05  CC-TEM-LIQ        PIC X(01).
               05  CC-LIQUIDADO      PIC 9(13)V99.
       01  QTD-CC                    PIC 9(03) COMP VALUE ZERO.
       01  MAX-CC                    PIC 9(03) COMP VALUE 200.
       01  IND-CC                    PIC 9(03) COMP VALUE ZERO.
       01  IND-CC-ACHADO             PIC 9(03) COMP VALUE ZERO.
       01  TERM-PROCURADO            PIC X(03).

      * REDUCOES JA LIDAS NA INTERFACE DO DIA **************************
       01  TABELA-APURADAS.
           03  APU-LANCE OCCURS 500.
               05  APU-TERM          PIC X(03).
               05  APU-CONTADOR      PIC X(06).
       01  QTD-APURADAS              PIC 9(03) COMP VALUE ZERO.
       01  MAX-APURADAS              PIC 9(03) COMP VALUE 500.
       01  IND-APURADA               PIC 9(03) COMP VALUE ZERO.
       01  REDUCAO-REPETIDA          PIC X(01).

      * CONTROLES DE LEITURA E TOTAIS DO MES ***************************
       01  FIM-ARQUIVO               PIC X(01).
       01  VALOR-DIFERENCA           PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-CARTAO-IMP          PIC 9(13)V99 VALUE ZERO.
       01  TOTAL-LIQUIDADO           PIC 9(13)V99 VALUE ZERO.
       01  TOTAL-DIFERENCA           PIC S9(13)V99 VALUE ZERO.
       01  QTD-CONFERE               PIC 9(04) VALUE ZERO.
       01  QTD-DIFERENCA             PIC 9(04) VALUE ZERO.
       01  QTD-SEM-LIQUIDACAO        PIC 9(04) VALUE ZERO.
       01  QTD-SEM-REDUCAO           PIC 9(04) VALUE ZERO.
       01  QTD-SEM-MEIOS             PIC 9(04) VALUE ZERO.
       01  QTD-REJEITADAS            PIC 9(04) VALUE ZERO.
       01  QTD-REPETIDAS             PIC 9(04) VALUE ZERO.
       01  QTD-EXCECOES              PIC 9(04) VALUE ZERO.
       01  DIAS-APURADOS             PIC 9(02) VALUE ZERO.
       01  DIAS-SEM-ARQ-LIQ          PIC 9(02) VALUE ZERO.
       01  DIAS-SEM-INTERF           PIC 9(02) VALUE ZERO.
       01  DIAS-MORTO                PIC 9(02) VALUE ZERO.
       01  DIAS-FALTANDO             PIC 9(02) VALUE ZERO.

      * LINHAS DO RELATORIO ********************************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(40) VALUE
               "CONCILIACAO DE CARTOES - IMPRESSORA X AD".
           03  FILLER                PIC X(19) VALUE
               "QUIRENTES - MES:   ".
           03  CAB-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  CAB-ANO               PIC X(04).
           03  FILLER                PIC X(014) VALUE SPACES.
       01  REL-CABEC-2.
           03  FILLER                PIC X(40) VALUE
               "DATA       TRM   CARTAO IMPR. LIQUIDADO ".
           03  FILLER                PIC X(40) VALUE
               "ADQ.       DIFERENCA OCORRENCIA".
       01  REL-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".
       01  REL-DETALHE.
           03  DET-DIA               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  DET-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  DET-ANO               PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-IMP               PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-LIQ               PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-DIFERENCA         PIC -ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-OCORRENCIA        PIC X(11).
           03  FILLER                PIC X(008) VALUE SPACES.
       01  REL-LIMPO.
           03  FILLER                PIC X(40) VALUE
               "NENHUMA DIVERGENCIA ENTRE IMPRESSORA E A".
           03  FILLER                PIC X(40) VALUE
               "DQUIRENTES NO MES".
       01  REL-TOTAL-MES.
           03  FILLER                PIC X(15) VALUE "TOTAL DO MES".
           03  ROD-IMP               PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ROD-LIQ               PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  ROD-DIFERENCA         PIC -ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(020) VALUE SPACES.
       01  REL-CONTAGEM.
           03  FILLER                PIC X(09) VALUE "CONFEREM:".
           03  ROD-CONFERE           PIC ZZZ9.
           03  FILLER                PIC X(09) VALUE "  DIFER.:".
           03  ROD-DIFERENCAS        PIC ZZZ9.
           03  FILLER                PIC X(11) VALUE "  SEM LIQ.:".
           03  ROD-SEM-LIQUIDACAO    PIC ZZZ9.
           03  FILLER                PIC X(12) VALUE "  SEM RED.Z:".
           03  ROD-SEM-REDUCAO       PIC ZZZ9.
           03  FILLER                PIC X(12) VALUE "  SEM MEIOS:".
           03  ROD-SEM-MEIOS         PIC ZZZ9.
           03  FILLER                PIC X(007) VALUE SPACES.
       01  REL-DIAS.
           03  FILLER                PIC X(14) VALUE "DIAS APURADOS:".
           03  ROD-APURADOS          PIC ZZ9.
           03  FILLER                PIC X(16) VALUE
               " SEM LIQUIDACAO:".
           03  ROD-SEM-ARQ-LIQ       PIC ZZ9.
           03  FILLER                PIC X(13) VALUE " SEM INTERF.:".
           03  ROD-SEM-INTERF        PIC ZZ9.
           03  FILLER                PIC X(12) VALUE " REJEITADAS:".
           03  ROD-REJEITADAS        PIC ZZZ9.
           03  FILLER                PIC X(08) VALUE " REPET.:".
           03  ROD-REPETIDAS         PIC ZZZ9.
       01  REL-MORTO.
           03  FILLER                PIC X(28) VALUE
               "DIAS LIDOS DO ARQUIVO MORTO:".
           03  ROD-MORTO             PIC ZZ9.
           03  FILLER                PIC X(17) VALUE
               "  FALTA NO MORTO:".
           03  ROD-FALTANDO          PIC ZZ9.
           03  FILLER                PIC X(029) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-MAN                PIC X(02).
           03  WSTA-CONT               PIC X(02).
           03  WSTA-LIQ                PIC X(02).
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

      * ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE; NO MES   *
      * CORRENTE SO ATE ONTEM E MES FUTURO NAO TEM DIA A CONCILIAR *****
           MOVE MES-ANALISE TO DATA-AUX-X (1:6).
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
           IF MES-ANALISE = HOJE-AAAAMM
              COMPUTE ULTIMO-DIA = HOJE-DD - 1
           END-IF.
           IF MES-ANALISE > HOJE-AAAAMM
              MOVE ZERO TO ULTIMO-DIA
           END-IF.

           MOVE SPACES TO DIR-MORTO.
           STRING "ARQ" MES-ANALISE
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.
           STRING "CONCART" MES-ANALISE ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.

           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR RELATORIO: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           MOVE MES-MM TO CAB-MES.
           MOVE MES-AAAA TO CAB-ANO.
           MOVE REL-CABEC-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.

           PERFORM CARREGA-MANIFESTO.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > ULTIMO-DIA
              PERFORM CONCILIA-DIA
           END-PERFORM.

           PERFORM GRAVA-RODAPE.
           CLOSE ARQREL.

           DISPLAY "CONCILIACAO DE CARTOES GRAVADA EM " ARQ-RELATORIO.
           DISPLAY "TERMINAIS/DIA COM EXCECAO: " QTD-EXCECOES.
           IF QTD-EXCECOES > ZERO
              MOVE 1 TO RETCODE
           END-IF.
           IF DIAS-FALTANDO > ZERO
              DISPLAY "MES " MES-ANALISE
                 ": ARQUIVO DO MANIFESTO AUSENTE NO ARQUIVO MORTO"
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CARREGA DO MANIFESTO ARQMESAAAAMM.MAN OS ARQUIVOS CONTABAAAAMMDD*
      * .INT ARQUIVADOS E O DIRETORIO DE DESTINO DE CADA UM. MES AINDA *
      * NAO ARQUIVADO NAO TEM MANIFESTO - TUDO ESTA NO DIRETORIO CORRENTE*
      ******************************************************************
       CARREGA-MANIFESTO.
           MOVE ZERO TO QTD-MNF.
           STRING "ARQMES" MES-ANALISE ".MAN"
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
      * CONCILIA UM DIA: JUNTA POR TERMINAL O CARTAO DAS REDUCOES Z DO *
      * DIA E O LIQUIDADO PELAS ADQUIRENTES E CONFERE CADA TERMINAL    *
      ******************************************************************
       CONCILIA-DIA.
           ADD 1 TO DIAS-APURADOS.
           MOVE MES-ANALISE TO DIA-AAAAMM.
           MOVE IND-DIA TO DIA-DD.
           MOVE ZERO TO QTD-CC.
           PERFORM LE-INTERFACE-DIA.
           PERFORM LE-LIQUIDACAO-DIA.
           PERFORM VARYING IND-CC FROM 1 BY 1
              UNTIL IND-CC > QTD-CC
              PERFORM CONFERE-TERMINAL
           END-PERFORM.

      ******************************************************************
      * LE A INTERFACE CONTABIL DO DIA: NO DIRETORIO CORRENTE E DEPOIS *
      * NO ARQUIVO MORTO (O DO MANIFESTO OU O ARQAAAAMM PADRAO), E SOMA O*
      * CARTAO DE CADA REDUCAO Z NO TERMINAL DELA                      *
      ******************************************************************
       LE-INTERFACE-DIA.
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
                 ADD 1 TO DIAS-MORTO
              ELSE
                 IF IND-MNF-ACHADO > ZERO
                    ADD 1 TO DIAS-FALTANDO
                 END-IF
              END-IF
           END-IF.

           IF WSTA-CONT = "00"
              MOVE ZERO TO QTD-APURADAS
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCONT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-CONT TO REG-CONTABIL
                       IF CNT-TERMINAL NOT = SPACES
                          PERFORM CONFERE-REPETIDA
                          IF REDUCAO-REPETIDA = "S"
                             ADD 1 TO QTD-REPETIDAS
                          END-IF
                          PERFORM ANOTA-REDUCAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCONT
           ELSE
              ADD 1 TO DIAS-SEM-INTERF
           END-IF.

      ******************************************************************
      * A REDUCAO EM REG-CONTABIL E REPETIDA QUANDO OUTRA LINHA JA LIDA*
      * NA INTERFACE DO DIA TEM O MESMO TERMINAL E O MESMO CONTADOR Z. *
      * CONTADOR ZERADO OU NAO NUMERICO NAO IDENTIFICA A REDUCAO E     *
      * NUNCA E TIDO COMO REPETIDO. A NAO REPETIDA E ANOTADA NA TABELA *
      * DO DIA                                                         *
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
      * SOMA O CARTAO DE UMA REDUCAO Z NO TERMINAL. REDUCAO SEM OS MEIOS*
      * DE PAGAMENTO (IMPRESSORA QUE NAO OS INFORMA) OU REPETIDA SO     *
      * MARCA O TERMINAL                                               *
      ******************************************************************
       ANOTA-REDUCAO.
           MOVE CNT-TERMINAL TO TERM-PROCURADO.
           PERFORM LOCALIZA-TERMINAL.
           IF IND-CC-ACHADO > ZERO
              MOVE "S" TO CC-TEM-Z (IND-CC-ACHADO)
              IF CNT-TOTAL-CARTAO-X NUMERIC
                 AND REDUCAO-REPETIDA = "N"
                 MOVE "S" TO CC-TEM-MEIOS (IND-CC-ACHADO)
                 ADD CNT-TOTAL-CARTAO TO CC-CARTAO-IMP (IND-CC-ACHADO)
              END-IF
           END-IF.

      ******************************************************************
      * LE O ARQUIVO DE LIQUIDACAO DAS ADQUIRENTES DO DIA E SOMA O VALOR*
      * DE CADA LINHA NO TERMINAL. LINHA DE OUTRA DATA OU COM TERMINAL OU*
      * VALOR NAO NUMERICO E REJEITADA                                 *
      ******************************************************************
       LE-LIQUIDACAO-DIA.
           MOVE SPACES TO ARQ-LIQUIDACAO.
           STRING "LIQ" DATA-DIA ".DAT"
              DELIMITED BY SIZE INTO ARQ-LIQUIDACAO
           END-STRING.
           OPEN INPUT ARQLIQ.
           IF WSTA-LIQ = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQLIQ
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-LIQ TO REG-LIQUIDACAO
                       IF LIQ-DATA = DATA-DIA
                          AND LIQ-TERM NUMERIC
                          AND LIQ-VALOR-X NUMERIC
                          PERFORM ANOTA-LIQUIDACAO
                       ELSE
                          IF LINHA-LIQ NOT = SPACES
                             ADD 1 TO QTD-REJEITADAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQLIQ
           ELSE
              ADD 1 TO DIAS-SEM-ARQ-LIQ
           END-IF.

      ******************************************************************
      * SOMA UMA LINHA DA LIQUIDACAO NO TERMINAL                       *
      ******************************************************************
       ANOTA-LIQUIDACAO.
           MOVE LIQ-TERM TO TERM-PROCURADO.
           PERFORM LOCALIZA-TERMINAL.
           IF IND-CC-ACHADO > ZERO
              MOVE "S" TO CC-TEM-LIQ (IND-CC-ACHADO)
              ADD LIQ-VALOR TO CC-LIQUIDADO (IND-CC-ACHADO)
           END-IF.

      ******************************************************************
      * PROCURA O TERMINAL NA TABELA DO DIA, CRIANDO O LANCE NA PRIMEIRA*
      * OCORRENCIA. DEVOLVE O LANCE EM IND-CC-ACHADO (ZERO = TABELA CHEIA)*
      ******************************************************************
       LOCALIZA-TERMINAL.
           MOVE ZERO TO IND-CC-ACHADO.
           PERFORM VARYING IND-CC FROM 1 BY 1
              UNTIL IND-CC > QTD-CC
              IF CC-TERM (IND-CC) = TERM-PROCURADO
                 MOVE IND-CC TO IND-CC-ACHADO
                 MOVE QTD-CC TO IND-CC
              END-IF
           END-PERFORM.
           IF IND-CC-ACHADO = ZERO
              AND QTD-CC < MAX-CC
              ADD 1 TO QTD-CC
              MOVE QTD-CC TO IND-CC-ACHADO
              MOVE TERM-PROCURADO TO CC-TERM (IND-CC-ACHADO)
              MOVE "N" TO CC-TEM-Z (IND-CC-ACHADO)
              MOVE "N" TO CC-TEM-MEIOS (IND-CC-ACHADO)
              MOVE ZERO TO CC-CARTAO-IMP (IND-CC-ACHADO)
              MOVE "N" TO CC-TEM-LIQ (IND-CC-ACHADO)
              MOVE ZERO TO CC-LIQUIDADO (IND-CC-ACHADO)
           END-IF.

      ******************************************************************
      * CONFERE UM TERMINAL DO DIA, SOMA NOS TOTAIS DO MES E GRAVA A   *
      * LINHA DE EXCECAO QUANDO HOUVER (DIFERENCA = LIQUIDADO - CARTAO DA*
      * IMPRESSORA). TERMINAL SEM CARTAO DOS DOIS LADOS NAO APARECE    *
      ******************************************************************
       CONFERE-TERMINAL.
           MOVE SPACES TO DET-OCORRENCIA.
           EVALUATE TRUE
              WHEN CC-TEM-Z (IND-CC) NOT = "S"
                 MOVE "SEM RED.Z" TO DET-OCORRENCIA
                 ADD 1 TO QTD-SEM-REDUCAO
              WHEN CC-TEM-MEIOS (IND-CC) NOT = "S"
                 IF CC-TEM-LIQ (IND-CC) = "S"
                    MOVE "SEM MEIOS" TO DET-OCORRENCIA
                    ADD 1 TO QTD-SEM-MEIOS
                 END-IF
              WHEN CC-TEM-LIQ (IND-CC) NOT = "S"
                 IF CC-CARTAO-IMP (IND-CC) > ZERO
                    MOVE "SEM LIQUID." TO DET-OCORRENCIA
                    ADD 1 TO QTD-SEM-LIQUIDACAO
                 END-IF
              WHEN CC-LIQUIDADO (IND-CC) = CC-CARTAO-IMP (IND-CC)
                 ADD 1 TO QTD-CONFERE
              WHEN OTHER
                 MOVE "DIFERENCA" TO DET-OCORRENCIA
                 ADD 1 TO QTD-DIFERENCA
           END-EVALUATE.

           ADD CC-CARTAO-IMP (IND-CC) TO TOTAL-CARTAO-IMP.
           ADD CC-LIQUIDADO (IND-CC) TO TOTAL-LIQUIDADO.

           IF DET-OCORRENCIA NOT = SPACES
              ADD 1 TO QTD-EXCECOES
              COMPUTE VALOR-DIFERENCA =
                 CC-LIQUIDADO (IND-CC) - CC-CARTAO-IMP (IND-CC)
              MOVE DATA-DIA (7:2) TO DET-DIA
              MOVE DATA-DIA (5:2) TO DET-MES
              MOVE DATA-DIA (1:4) TO DET-ANO
              MOVE CC-TERM (IND-CC) TO DET-TERM
              MOVE CC-CARTAO-IMP (IND-CC) TO DET-IMP
              MOVE CC-LIQUIDADO (IND-CC) TO DET-LIQ
              MOVE VALOR-DIFERENCA TO DET-DIFERENCA
              MOVE REL-DETALHE TO LINHA-REL
              WRITE LINHA-REL
           END-IF.

      ******************************************************************
      * GRAVA O RODAPE: TOTAIS DO MES, CONTAGENS POR OCORRENCIA E A    *
      * SITUACAO DOS ARQUIVOS LIDOS                                    *
      ******************************************************************
       GRAVA-RODAPE.
           IF QTD-EXCECOES = ZERO
              MOVE REL-LIMPO TO LINHA-REL
              WRITE LINHA-REL
           END-IF.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           COMPUTE TOTAL-DIFERENCA =
              TOTAL-LIQUIDADO - TOTAL-CARTAO-IMP.
           MOVE TOTAL-CARTAO-IMP TO ROD-IMP.
           MOVE TOTAL-LIQUIDADO TO ROD-LIQ.
           MOVE TOTAL-DIFERENCA TO ROD-DIFERENCA.
           MOVE REL-TOTAL-MES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-CONFERE TO ROD-CONFERE.
           MOVE QTD-DIFERENCA TO ROD-DIFERENCAS.
           MOVE QTD-SEM-LIQUIDACAO TO ROD-SEM-LIQUIDACAO.
           MOVE QTD-SEM-REDUCAO TO ROD-SEM-REDUCAO.
           MOVE QTD-SEM-MEIOS TO ROD-SEM-MEIOS.
           MOVE REL-CONTAGEM TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE DIAS-APURADOS TO ROD-APURADOS.
           MOVE DIAS-SEM-ARQ-LIQ TO ROD-SEM-ARQ-LIQ.
           MOVE DIAS-SEM-INTERF TO ROD-SEM-INTERF.
           MOVE QTD-REJEITADAS TO ROD-REJEITADAS.
           MOVE QTD-REPETIDAS TO ROD-REPETIDAS.
           MOVE REL-DIAS TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE DIAS-MORTO TO ROD-MORTO.
           MOVE DIAS-FALTANDO TO ROD-FALTANDO.
           MOVE REL-MORTO TO LINHA-REL.
           WRITE LINHA-REL.
