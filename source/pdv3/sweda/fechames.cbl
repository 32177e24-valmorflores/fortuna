      *   - TOTAL MENSAL DE CADA TERMINAL                                 *
      *   - TOTAL GERAL DA LOJA NO MES (O NUMERO QUE A CONTABILIDADE      *
      *     CONCILIA)                                                     *
      *E CONCILIA A MEMORIA FISCAL COM AS REDUCOES Z GRAVADAS NA NOITE DE *
      *CADA DIA: P/ CADA TERMINAL ATIVO E DIA FISCAL DO MES, COMPARA A    *
      *LINHA DE DETALHE DA MEMORIA COM O REGISTRO DO TERMINAL NA          *
      *INTERFACE CONTABIL CONTABAAAAMMDD.INT (DIRETORIO CORRENTE OU       *
      *ARQUIVO MORTO ARQAAAAMM) - CONTADOR Z, TOTAL BRUTO E, QUANDO A     *
      *LINHA DA MEMORIA TRAZ OS TOTALIZADORES (POSICOES 36-99, 4 X CODIGO *
      *2 + TOTAL 14, MESMO LAYOUT DA 2A LINHA DA REDUCAO Z), OS TOTAIS    *
      *POR ALIQUOTA. AS EXCECOES (DIA NA MEMORIA SEM INTERFACE, INTERFACE *
      *SEM DIA NA MEMORIA, CONTADOR OU TOTAIS DIVERGENTES) VAO P/ A       *
      *LISTAGEM DE CONCILIACAO E, UMA LINHA POR DIVERGENCIA, P/ O ARQUIVO *
      *ESTRUTURADO (DATA FISCAL, TERMINAL, TIPO, ALIQUOTA OU "GER", VALOR *
      *DA MEMORIA, VALOR DA INTERFACE E DIFERENCA COM SINAL) - UMA        *
      *DIVERGENCIA AQUI E REDUCAO TIRADA FORA DO SISTEMA OU ARQUIVO       *
      *ALTERADO, E A AUDITORIA PRECISA DESTE VISTO ANTES DE FECHAR O MES. *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM A FECHAR (DEFAULT = MES ANTERIOR)     *
      *O DEMONSTRATIVO E GRAVADO EM FECHAMESAAAAMM.REL, A CONCILIACAO EM  *
      *CONCMEMAAAAMM.REL E AS DIVERGENCIAS ESTRUTURADAS EM CONCMEMAAAAMM. *
      *DAT (REGRAVADO A CADA FECHAMENTO DO MES)                           *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

           SELECT ARQCONT ASSIGN TO DYNAMIC ARQ-CONTABIL
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CONT.

           SELECT ARQCON ASSIGN TO DYNAMIC ARQ-CONCILIACAO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CON.

           SELECT ARQCDV ASSIGN TO DYNAMIC ARQ-DIVERGENCIAS
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CDV.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQCON.
       01  LINHA-CON                    PIC X(080).

       FD  ARQCDV.
       01  LINHA-CDV                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
           03  AUX-MM                PIC X(02).
           03  AUX-DD                PIC X(02).
       01  ULTIMO-DIA                PIC X(02).
       01  ULTIMO-DIA-9 REDEFINES
           ULTIMO-DIA                PIC 9(02).
       01  PERIODO-MEMORIA.
           03  PER-DIA-INI           PIC X(02) VALUE "01".
           03  PER-MES-INI           PIC X(02).
      * NOME DO DEMONSTRATIVO ******************************************
       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.

      * NOMES DOS ARQUIVOS DA CONCILIACAO COM A INTERFACE CONTABIL *****
       01  ARQ-CONTABIL              PIC X(40) VALUE SPACES.
       01  ARQ-CONCILIACAO           PIC X(20) VALUE SPACES.
       01  ARQ-DIVERGENCIAS          PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

      * LINHA DE DETALHE DA RESPOSTA AO COMANDO 06 (MESMO LAYOUT DO    *
      * RELMEM)                                                        *
       01  DET-MEMORIA.
           03  DET-TOTAL-X           PIC X(14).
           03  DET-TOTAL REDEFINES
               DET-TOTAL-X           PIC 9(12)V99.
           03  FILLER                PIC X(01).
           03  DET-ALIQUOTA OCCURS 4.
               05  DET-ALIQ-COD      PIC X(02).
               05  DET-ALIQ-TOT-X    PIC X(14).
           03  FILLER                PIC X(033).

      * DIAS DA MEMORIA FISCAL DO TERMINAL EM CONCILIACAO **************
       01  TABELA-MEMORIA.
           03  MEM-LANCE OCCURS 31.
               05  MEM-TEM           PIC X(01).
               05  MEM-CONTADOR      PIC X(06).
               05  MEM-TOTAL         PIC 9(12)V99.
               05  MEM-ALIQUOTA OCCURS 4.
                   07  MEM-ALIQ-COD  PIC X(02).
                   07  MEM-ALIQ-TOT-X
                                     PIC X(14).
                   07  MEM-ALIQ-TOT REDEFINES
                       MEM-ALIQ-TOT-X
                                     PIC 9(12)V99.

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

      * REGISTRO DA INTERFACE DO TERMINAL NO DIA EM CONCILIACAO ********
       01  REG-CONTABIL-DIA          PIC X(100).
       01  QTD-INTERFACE-DIA         PIC 9(03) COMP VALUE ZERO.

      * CONTROLE DA CONCILIACAO ****************************************
       01  DATA-FISCAL.
           03  FIS-AAAAMM            PIC X(06).
           03  FIS-DD                PIC 9(02).
       01  IND-OCC                   PIC 9(02) COMP VALUE ZERO.
       01  IND-OCC-2                 PIC 9(02) COMP VALUE ZERO.
       01  ACHOU-ALIQ                PIC X(01).
       01  VALOR-MEMORIA             PIC 9(12)V99.
       01  VALOR-INTERFACE           PIC 9(12)V99.
       01  VALOR-ED                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  CONC-ABERTA               PIC X(01) VALUE "N".
       01  QTD-DIAS-CONCILIADOS      PIC 9(05) VALUE ZERO.
       01  QTD-DIAS-OK               PIC 9(05) VALUE ZERO.
       01  QTD-EXCECOES              PIC 9(05) VALUE ZERO.
       01  EXCECOES-DO-DIA           PIC 9(05) VALUE ZERO.

      * REGISTRO ESTRUTURADO DE DIVERGENCIA DA CONCILIACAO - UMA LINHA *
      * POR DIVERGENCIA, COM OS DOIS VALORES E A DIFERENCA COM SINAL   *
      * (MEMORIA - INTERFACE). CONTADOR Z VAI NOS CAMPOS DE VALOR NA   *
      * PARTE INTEIRA, CENTAVOS ZERADOS, COMO NA DIFERENCA             *
       01  REG-CONC-DIVERGENCIA.
           03  CDV-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-TIPO              PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-ALIQ              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-VALOR-MEM         PIC X(14).
           03  CDV-VALOR-MEM-9 REDEFINES
               CDV-VALOR-MEM         PIC 9(12)V99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-VALOR-INT         PIC X(14).
           03  CDV-VALOR-INT-9 REDEFINES
               CDV-VALOR-INT         PIC 9(12)V99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDV-DIFERENCA         PIC S9(12)V99
                                     SIGN LEADING SEPARATE.
           03  FILLER                PIC X(007) VALUE SPACES.

      * LANCES DO FECHAMENTO, UM POR TERMINAL DO CADASTRO **************
       01  TABELA-FECHAMENTO.
           03  ROD-PULADOS           PIC ZZ9.
           03  FILLER                PIC X(031) VALUE SPACES.

      * LINHAS DA LISTAGEM DE CONCILIACAO ******************************
       01  CON-CABEC-1.
           03  FILLER                PIC X(47) VALUE
               "CONCILIACAO MEMORIA FISCAL X INTERFACE - MES:  ".
           03  CON-CAB-MES           PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  CON-CAB-ANO           PIC X(04).
           03  FILLER                PIC X(026) VALUE SPACES.
       01  CON-CABEC-2.
           03  FILLER                PIC X(40) VALUE
               "DATA       TRM OCORRENCIA              ".
           03  FILLER                PIC X(40) VALUE
               "          MEMORIA          INTERFACE".
       01  CON-DETALHE.
           03  CDT-DIA               PIC X(02).
           03  CDT-BARRA-1           PIC X(01) VALUE "/".
           03  CDT-MES               PIC X(02).
           03  CDT-BARRA-2           PIC X(01) VALUE "/".
           03  CDT-ANO               PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDT-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDT-OCORRENCIA        PIC X(26).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDT-VALOR-MEM         PIC X(18).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CDT-VALOR-INT         PIC X(18).
           03  FILLER                PIC X(001) VALUE SPACE.
       01  CON-LIMPO.
           03  FILLER                PIC X(40) VALUE
               "NENHUMA EXCECAO - MEMORIA FISCAL CONFERE".
           03  FILLER                PIC X(40) VALUE
               " COM A INTERFACE".
       01  CON-RODAPE.
           03  FILLER                PIC X(19) VALUE
               "DIAS CONCILIADOS: ".
           03  ROD-CONCILIADOS       PIC ZZZZ9.
           03  FILLER                PIC X(14) VALUE "   SEM EXCECAO".
           03  FILLER                PIC X(02) VALUE ": ".
           03  ROD-DIAS-OK           PIC ZZZZ9.
           03  FILLER                PIC X(13) VALUE "   EXCECOES: ".
           03  ROD-EXCECOES          PIC ZZZZ9.
           03  FILLER                PIC X(017) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-TERM               PIC X(02).
           03  WSTA-IDX                PIC X(02).
           03  WSTA-REL                PIC X(02).
           03  WSTA-CONT               PIC X(02).
           03  WSTA-CON                PIC X(02).
           03  WSTA-CDV                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

           STRING "FECHAMES" MES-FECHADO ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.
           STRING "CONCMEM" MES-FECHADO ".REL"
              DELIMITED BY SIZE INTO ARQ-CONCILIACAO
           END-STRING.
           STRING "CONCMEM" MES-FECHADO ".DAT"
              DELIMITED BY SIZE INTO ARQ-DIVERGENCIAS
           END-STRING.
           STRING "ARQ" MES-FECHADO
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.

           PERFORM CARREGA-TERMINAIS.
           IF QTD-LANCES = ZERO
           END-PERFORM.

           PERFORM LE-MEMORIAS.
           PERFORM ABRE-CONCILIACAO.
           PERFORM CONSOLIDA-RESPOSTAS.
           PERFORM FECHA-CONCILIACAO.
           PERFORM GRAVA-DEMONSTRATIVO.

           DISPLAY "FECHAMENTO MENSAL CONCLUIDO - DEMONSTRATIVO EM "
           MOVE QTD-SEM-RESPOSTA TO ROD-SEM-RESP.
           DISPLAY "COM RESPOSTA: " ROD-COM-RESP
              "  SEM RESPOSTA: " ROD-SEM-RESP.
           DISPLAY "CONCILIACAO COM A INTERFACE EM " ARQ-CONCILIACAO.
           MOVE QTD-EXCECOES TO ROD-EXCECOES.
           DISPLAY "EXCECOES NA CONCILIACAO: " ROD-EXCECOES.
           IF QTD-SEM-RESPOSTA > ZERO OR QTD-EXCECOES > ZERO
              MOVE 1 TO RETCODE
           END-IF.

      * DO LANCE CORRENTE E ACUMULA SUAS LINHAS DE DETALHE              *
      ******************************************************************
       CONSOLIDA-TERMINAL.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > 31
              MOVE "N" TO MEM-TEM (IND-DIA)
           END-PERFORM.
           MOVE DATA-HOJE TO IDX-DATA.
           MOVE FECHA-TERM (IND-LANCE) TO IDX-TERM.
           MOVE "M" TO IDX-MODO.
           END-IF.
           IF FECHA-QTD-DIAS (IND-LANCE) > ZERO
              ADD 1 TO QTD-COM-RESPOSTA
              PERFORM CONCILIA-TERMINAL
           ELSE
              ADD 1 TO QTD-SEM-RESPOSTA
              MOVE SPACES TO DATA-FISCAL
              MOVE "SEM LEITURA DA MEMORIA" TO CDT-OCORRENCIA
              MOVE SPACES TO CDT-VALOR-MEM
              MOVE SPACES TO CDT-VALOR-INT
              PERFORM GRAVA-EXCECAO
           END-IF.

      ******************************************************************
              ADD 1 TO FECHA-QTD-DIAS (IND-LANCE)
              ADD DET-TOTAL TO FECHA-TOTAL (IND-LANCE)
              ADD DET-TOTAL TO TOTAL-LOJA
              MOVE "S" TO MEM-TEM (IND-DIA)
              MOVE DET-CONTADOR-X TO MEM-CONTADOR (IND-DIA)
              MOVE DET-TOTAL TO MEM-TOTAL (IND-DIA)
              PERFORM VARYING IND-OCC FROM 1 BY 1
                 UNTIL IND-OCC > 4
                 MOVE DET-ALIQ-COD (IND-OCC)
                    TO MEM-ALIQ-COD (IND-DIA IND-OCC)
                 MOVE DET-ALIQ-TOT-X (IND-OCC)
                    TO MEM-ALIQ-TOT-X (IND-DIA IND-OCC)
              END-PERFORM
           END-IF.

      ******************************************************************
           MOVE FECHA-TOTAL (IND-LANCE) TO DET-TOTAL-TERM.
           MOVE REL-DET-TERM TO LINHA-REL.
           WRITE LINHA-REL.

      ******************************************************************
      * CRIA A LISTAGEM DE CONCILIACAO E O ARQUIVO ESTRUTURADO DE       *
      * DIVERGENCIAS DO MES (REGRAVADOS A CADA FECHAMENTO)              *
      ******************************************************************
       ABRE-CONCILIACAO.
           OPEN OUTPUT ARQCON.
           IF WSTA-CON NOT = "00"
              DISPLAY "FALHA AO CRIAR CONCILIACAO: " ARQ-CONCILIACAO
                 " - WSTA=" WSTA-CON
              MOVE 1 TO RETCODE
           ELSE
              OPEN OUTPUT ARQCDV
              IF WSTA-CDV NOT = "00"
                 DISPLAY "FALHA AO CRIAR DIVERGENCIAS: "
                    ARQ-DIVERGENCIAS " - WSTA=" WSTA-CDV
                 CLOSE ARQCON
                 MOVE 1 TO RETCODE
              ELSE
                 MOVE "S" TO CONC-ABERTA
                 MOVE MES-MM TO CON-CAB-MES
                 MOVE MES-AAAA TO CON-CAB-ANO
                 MOVE CON-CABEC-1 TO LINHA-CON
                 WRITE LINHA-CON
                 MOVE REL-TRACO TO LINHA-CON
                 WRITE LINHA-CON
                 MOVE CON-CABEC-2 TO LINHA-CON
                 WRITE LINHA-CON
                 MOVE REL-TRACO TO LINHA-CON
                 WRITE LINHA-CON
              END-IF
           END-IF.

      ******************************************************************
      * FECHA A CONCILIACAO COM O RODAPE DE CONTAGENS                   *
      ******************************************************************
       FECHA-CONCILIACAO.
           IF CONC-ABERTA = "S"
              IF QTD-EXCECOES = ZERO
                 MOVE CON-LIMPO TO LINHA-CON
                 WRITE LINHA-CON
              END-IF
              MOVE REL-TRACO TO LINHA-CON
              WRITE LINHA-CON
              MOVE QTD-DIAS-CONCILIADOS TO ROD-CONCILIADOS
              MOVE QTD-DIAS-OK TO ROD-DIAS-OK
              MOVE QTD-EXCECOES TO ROD-EXCECOES
              MOVE CON-RODAPE TO LINHA-CON
              WRITE LINHA-CON
              CLOSE ARQCON
              CLOSE ARQCDV
              MOVE "N" TO CONC-ABERTA
           END-IF.

      ******************************************************************
      * CONCILIA CADA DIA DO MES DO TERMINAL DO LANCE CORRENTE: A LINHA *
      * DA MEMORIA (TABELA-MEMORIA) CONTRA O REGISTRO DO TERMINAL NA    *
      * INTERFACE CONTABIL DO DIA                                       *
      ******************************************************************
       CONCILIA-TERMINAL.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > ULTIMO-DIA-9
              MOVE MES-FECHADO TO FIS-AAAAMM
              MOVE IND-DIA TO FIS-DD
              PERFORM LE-INTERFACE-TERMINAL
              IF MEM-TEM (IND-DIA) = "S" OR QTD-INTERFACE-DIA > ZERO
                 PERFORM CONCILIA-DIA
              END-IF
           END-PERFORM.

      ******************************************************************
      * PROCURA NA INTERFACE CONTABIL DO DIA FISCAL (DIRETORIO CORRENTE *
      * OU ARQUIVO MORTO ARQAAAAMM) O REGISTRO DO TERMINAL. DEIXA EM    *
      * QTD-INTERFACE-DIA QUANTOS ACHOU E EM REG-CONTABIL-DIA O ULTIMO  *
      ******************************************************************
       LE-INTERFACE-TERMINAL.
           MOVE ZERO TO QTD-INTERFACE-DIA.
           MOVE SPACES TO REG-CONTABIL-DIA.
           MOVE SPACES TO ARQ-CONTABIL.
           STRING "CONTAB" DATA-FISCAL ".INT"
              DELIMITED BY SIZE INTO ARQ-CONTABIL
           END-STRING.
           OPEN INPUT ARQCONT.
           IF WSTA-CONT NOT = "00"
              MOVE SPACES TO ARQ-CONTABIL
              STRING FUNCTION TRIM(DIR-MORTO) "\CONTAB" DATA-FISCAL
                    ".INT"
                 DELIMITED BY SIZE INTO ARQ-CONTABIL
              END-STRING
              OPEN INPUT ARQCONT
           END-IF.
           IF WSTA-CONT = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCONT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-CONT TO REG-CONTABIL
                       IF CNT-TERMINAL = FECHA-TERM (IND-LANCE)
                          ADD 1 TO QTD-INTERFACE-DIA
                          MOVE LINHA-CONT TO REG-CONTABIL-DIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCONT
           END-IF.

      ******************************************************************
      * CONCILIA UM DIA DO TERMINAL: DIA SO NA MEMORIA, SO NA INTERFACE *
      * OU NOS DOIS - NESTE CASO CONFERE CONTADOR Z, TOTAL BRUTO E, SE  *
      * A MEMORIA TROUXE OS TOTALIZADORES, CADA ALIQUOTA                *
      ******************************************************************
       CONCILIA-DIA.
           ADD 1 TO QTD-DIAS-CONCILIADOS.
           MOVE ZERO TO EXCECOES-DO-DIA.
           MOVE REG-CONTABIL-DIA TO REG-CONTABIL.
           EVALUATE TRUE
              WHEN QTD-INTERFACE-DIA = ZERO
                 MOVE MEM-TOTAL (IND-DIA) TO VALOR-MEMORIA
                 MOVE ZERO TO VALOR-INTERFACE
                 MOVE "SEM-INTERF" TO CDV-TIPO
                 MOVE "GER" TO CDV-ALIQ
                 MOVE "MEMORIA SEM INTERFACE" TO CDT-OCORRENCIA
                 PERFORM REGISTRA-DIVERGENCIA-VALOR
              WHEN MEM-TEM (IND-DIA) NOT = "S"
                 MOVE ZERO TO VALOR-MEMORIA
                 IF CNT-TOTAL-BRUTO-X NUMERIC
                    MOVE CNT-TOTAL-BRUTO TO VALOR-INTERFACE
                 ELSE
                    MOVE ZERO TO VALOR-INTERFACE
                 END-IF
                 MOVE "SEM-MEMOR" TO CDV-TIPO
                 MOVE "GER" TO CDV-ALIQ
                 MOVE "INTERFACE SEM MEMORIA" TO CDT-OCORRENCIA
                 PERFORM REGISTRA-DIVERGENCIA-VALOR
              WHEN OTHER
                 PERFORM CONFERE-DIA
           END-EVALUATE.
           IF QTD-INTERFACE-DIA > 1
              MOVE "INTERFACE REPETIDA NO DIA" TO CDT-OCORRENCIA
              MOVE SPACES TO CDT-VALOR-MEM
              MOVE SPACES TO CDT-VALOR-INT
              PERFORM GRAVA-EXCECAO
           END-IF.
           IF EXCECOES-DO-DIA = ZERO
              ADD 1 TO QTD-DIAS-OK
           END-IF.

      ******************************************************************
      * CONFERE CONTADOR Z, TOTAL BRUTO E ALIQUOTAS DE UM DIA PRESENTE  *
      * NA MEMORIA E NA INTERFACE                                       *
      ******************************************************************
       CONFERE-DIA.
           IF CNT-CONTADOR-Z NOT = MEM-CONTADOR (IND-DIA)
              MOVE "CONTADOR Z DIVERGENTE" TO CDT-OCORRENCIA
              MOVE SPACES TO CDT-VALOR-MEM
              MOVE SPACES TO CDT-VALOR-INT
              MOVE MEM-CONTADOR (IND-DIA) TO CDT-VALOR-MEM (13:6)
              MOVE CNT-CONTADOR-Z TO CDT-VALOR-INT (13:6)
              PERFORM GRAVA-EXCECAO
              MOVE "CONTADOR" TO CDV-TIPO
              MOVE "GER" TO CDV-ALIQ
              MOVE ZEROS TO CDV-VALOR-MEM
              MOVE ZEROS TO CDV-VALOR-INT
              MOVE MEM-CONTADOR (IND-DIA) TO CDV-VALOR-MEM (7:6)
              MOVE CNT-CONTADOR-Z TO CDV-VALOR-INT (7:6)
              IF MEM-CONTADOR (IND-DIA) NUMERIC
                 AND CNT-CONTADOR-Z NUMERIC
                 COMPUTE CDV-DIFERENCA =
                    FUNCTION NUMVAL(MEM-CONTADOR (IND-DIA))
                    - FUNCTION NUMVAL(CNT-CONTADOR-Z)
              ELSE
                 MOVE ZERO TO CDV-DIFERENCA
              END-IF
              PERFORM GRAVA-DIVERGENCIA-CONC
           END-IF.

           IF CNT-TOTAL-BRUTO-X NUMERIC
              MOVE CNT-TOTAL-BRUTO TO VALOR-INTERFACE
           ELSE
              MOVE ZERO TO VALOR-INTERFACE
           END-IF.
           MOVE MEM-TOTAL (IND-DIA) TO VALOR-MEMORIA.
           IF VALOR-MEMORIA NOT = VALOR-INTERFACE
              MOVE "TOTAL" TO CDV-TIPO
              MOVE "GER" TO CDV-ALIQ
              MOVE "TOTAL BRUTO DIVERGENTE" TO CDT-OCORRENCIA
              PERFORM REGISTRA-DIVERGENCIA-VALOR
           END-IF.

      * ALIQUOTAS SO SAO CONFERIDAS SE A MEMORIA TROUXE OS TOTALIZADORES
           IF MEM-ALIQUOTA (IND-DIA 1) NOT = SPACES
              OR MEM-ALIQUOTA (IND-DIA 2) NOT = SPACES
              OR MEM-ALIQUOTA (IND-DIA 3) NOT = SPACES
              OR MEM-ALIQUOTA (IND-DIA 4) NOT = SPACES
              PERFORM VARYING IND-OCC FROM 1 BY 1
                 UNTIL IND-OCC > 4
                 IF MEM-ALIQ-COD (IND-DIA IND-OCC) NOT = SPACES
                    PERFORM CONFERE-ALIQUOTA-MEMORIA
                 END-IF
              END-PERFORM
              PERFORM VARYING IND-OCC FROM 1 BY 1
                 UNTIL IND-OCC > 4
                 IF CNT-ALIQ-COD (IND-OCC) NOT = SPACES
                    PERFORM CONFERE-ALIQUOTA-INTERFACE
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * CONFERE UMA ALIQUOTA DA MEMORIA CONTRA O MESMO CODIGO NA        *
      * INTERFACE (CODIGO AUSENTE NA INTERFACE CONTA COMO ZERO)         *
      ******************************************************************
       CONFERE-ALIQUOTA-MEMORIA.
           IF MEM-ALIQ-TOT-X (IND-DIA IND-OCC) NUMERIC
              MOVE MEM-ALIQ-TOT (IND-DIA IND-OCC) TO VALOR-MEMORIA
           ELSE
              MOVE ZERO TO VALOR-MEMORIA
           END-IF.
           MOVE ZERO TO VALOR-INTERFACE.
           PERFORM VARYING IND-OCC-2 FROM 1 BY 1
              UNTIL IND-OCC-2 > 4
              IF CNT-ALIQ-COD (IND-OCC-2) =
                 MEM-ALIQ-COD (IND-DIA IND-OCC)
                 AND CNT-ALIQ-TOT-X (IND-OCC-2) NUMERIC
                 MOVE CNT-ALIQ-TOT (IND-OCC-2) TO VALOR-INTERFACE
              END-IF
           END-PERFORM.
           IF VALOR-MEMORIA NOT = VALOR-INTERFACE
              MOVE "ALIQUOTA" TO CDV-TIPO
              MOVE MEM-ALIQ-COD (IND-DIA IND-OCC) TO CDV-ALIQ
              MOVE SPACES TO CDT-OCORRENCIA
              STRING "ALIQUOTA " MEM-ALIQ-COD (IND-DIA IND-OCC)
                    " DIVERGENTE"
                 DELIMITED BY SIZE INTO CDT-OCORRENCIA
              END-STRING
              PERFORM REGISTRA-DIVERGENCIA-VALOR
           END-IF.

      ******************************************************************
      * ALIQUOTA DA INTERFACE QUE NAO EXISTE NA MEMORIA DO DIA          *
      ******************************************************************
       CONFERE-ALIQUOTA-INTERFACE.
           MOVE "N" TO ACHOU-ALIQ.
           PERFORM VARYING IND-OCC-2 FROM 1 BY 1
              UNTIL IND-OCC-2 > 4
              IF MEM-ALIQ-COD (IND-DIA IND-OCC-2) =
                 CNT-ALIQ-COD (IND-OCC)
                 MOVE "S" TO ACHOU-ALIQ
              END-IF
           END-PERFORM.
           IF ACHOU-ALIQ = "N"
              AND CNT-ALIQ-TOT-X (IND-OCC) NUMERIC
              AND CNT-ALIQ-TOT (IND-OCC) > ZERO
              MOVE ZERO TO VALOR-MEMORIA
              MOVE CNT-ALIQ-TOT (IND-OCC) TO VALOR-INTERFACE
              MOVE "ALIQUOTA" TO CDV-TIPO
              MOVE CNT-ALIQ-COD (IND-OCC) TO CDV-ALIQ
              MOVE SPACES TO CDT-OCORRENCIA
              STRING "ALIQUOTA " CNT-ALIQ-COD (IND-OCC)
                    " SO NA INTERFACE"
                 DELIMITED BY SIZE INTO CDT-OCORRENCIA
              END-STRING
              PERFORM REGISTRA-DIVERGENCIA-VALOR
           END-IF.

      ******************************************************************
      * REGISTRA UMA DIVERGENCIA DE VALOR (VALOR-MEMORIA X              *
      * VALOR-INTERFACE) NA LISTAGEM E NO ARQUIVO ESTRUTURADO. TIPO,    *
      * ALIQUOTA E TEXTO DA OCORRENCIA JA VEM PREENCHIDOS               *
      ******************************************************************
       REGISTRA-DIVERGENCIA-VALOR.
           MOVE VALOR-MEMORIA TO VALOR-ED.
           MOVE VALOR-ED TO CDT-VALOR-MEM.
           MOVE VALOR-INTERFACE TO VALOR-ED.
           MOVE VALOR-ED TO CDT-VALOR-INT.
           PERFORM GRAVA-EXCECAO.
           MOVE VALOR-MEMORIA TO CDV-VALOR-MEM-9.
           MOVE VALOR-INTERFACE TO CDV-VALOR-INT-9.
           COMPUTE CDV-DIFERENCA = VALOR-MEMORIA - VALOR-INTERFACE.
           PERFORM GRAVA-DIVERGENCIA-CONC.

      ******************************************************************
      * GRAVA UMA LINHA DE EXCECAO NA LISTAGEM DE CONCILIACAO (DATA EM  *
      * DATA-FISCAL - BRANCO QUANDO A EXCECAO E DO TERMINAL INTEIRO)    *
      ******************************************************************
       GRAVA-EXCECAO.
           ADD 1 TO QTD-EXCECOES.
           ADD 1 TO EXCECOES-DO-DIA.
           IF CONC-ABERTA = "S"
              IF DATA-FISCAL = SPACES
                 MOVE SPACES TO CDT-DIA
                 MOVE SPACE TO CDT-BARRA-1
                 MOVE SPACES TO CDT-MES
                 MOVE SPACE TO CDT-BARRA-2
                 MOVE SPACES TO CDT-ANO
              ELSE
                 MOVE DATA-FISCAL (7:2) TO CDT-DIA
                 MOVE "/" TO CDT-BARRA-1
                 MOVE DATA-FISCAL (5:2) TO CDT-MES
                 MOVE "/" TO CDT-BARRA-2
                 MOVE DATA-FISCAL (1:4) TO CDT-ANO
              END-IF
              MOVE FECHA-TERM (IND-LANCE) TO CDT-TERM
              MOVE CON-DETALHE TO LINHA-CON
              WRITE LINHA-CON
           END-IF.

      ******************************************************************
      * GRAVA UM REGISTRO NO ARQUIVO ESTRUTURADO DE DIVERGENCIAS. TIPO, *
      * ALIQUOTA, VALORES E DIFERENCA JA VEM PREENCHIDOS                *
      ******************************************************************
       GRAVA-DIVERGENCIA-CONC.
           IF CONC-ABERTA = "S"
              MOVE DATA-FISCAL TO CDV-DATA
              MOVE FECHA-TERM (IND-LANCE) TO CDV-TERM
              MOVE REG-CONC-DIVERGENCIA TO LINHA-CDV
              WRITE LINHA-CDV
           END-IF.
