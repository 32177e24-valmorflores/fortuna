      *   - AS CONTAGENS DIGITADAS PELA TESOURARIA (TESOAAAAMMDD.DAT,     *
      *     MANTIDO PELO CADTESO: FUNDO DE TROCO, SANGRIAS E DINHEIRO     *
      *     CONTADO POR TERMINAL)                                         *
      *   - O DINHEIRO LIDO DA IMPRESSORA FISCAL NO CHECKPOINT            *
      *     ESC13AAAAMMDD.CKP (DIN= DA REDUCAO Z; NA FALTA DELA VALE O    *
      *     ULTIMO RELATORIO X OK DO DIA). CHEQUE E CARTAO NAO ENTRAM NA  *
      *     GAVETA E NAO ENTRAM NA CONTA. IMPRESSORA QUE NAO INFORMA OS   *
      *     MEIOS DE PAGAMENTO (DIN= EM BRANCO) E CONFERIDA PELO TOTAL=   *
      *     GERAL DO DIA, COMO ANTES - A COLUNA BASE DO RELATORIO DIZ     *
      *     QUAL DOS DOIS VALEU (DINH. OU TOTAL)                          *
      *E APURA POR TERMINAL:                                              *
      *   APURADO   = CONTADO + SANGRIAS - FUNDO DE TROCO                 *
      *   DIFERENCA = APURADO - DINHEIRO DA IMPRESSORA                    *
      *   (POSITIVA = SOBRA, NEGATIVA = FALTA NA GAVETA)                  *
      *TERMINAL CONTADO SEM TOTAL DE IMPRESSORA NO DIA SAI COMO SEM       *
      *LEITURA - A TESOURARIA CONFERE ANTES DE LIBERAR O MALOTE.          *
      *AS SANGRIAS DIGITADAS SAO CONFERIDAS CONTRA AS SANGRIAS QUE        *
      *PASSARAM PELA IMPRESSORA (JORNAL ESC13MOV.DAT, GRAVADO PELO ESC13  *
      *NO MODO S). VALOR ALTERADO A MAO PELA TESOURARIA SAI NUMA LINHA    *
      *LOGO ABAIXO DO TERMINAL, COM AS SANGRIAS DA IMPRESSORA AO LADO DAS *
      *DIGITADAS - UMA SANGRIA QUE NAO PASSOU PELA IMPRESSORA APARECE NO  *
      *PROPRIO DIA. LOJA SEM O JORNAL (AINDA SEM OS MODOS S E U) NAO TEM  *
      *ESSA CONFERENCIA.                                                  *
      *HOJE ESSA COMPARACAO E FEITA NO PAPEL E UMA FALTA SO APARECE DIAS  *
      *DEPOIS - AQUI ELA APARECE NO FECHAMENTO DO PROPRIO DIA.            *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CKPT.

           SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MOV.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
       01  LINHA-TESO                   PIC X(080).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQMOV
           VALUE OF FILE-ID IS "ESC13MOV.DAT".
       01  LINHA-MOV                    PIC X(080).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).
           03  CKP-TOTAL-X           PIC X(14).
           03  CKP-TOTAL REDEFINES
               CKP-TOTAL-X           PIC 9(12)V99.
           03  FILLER                PIC X(05).
           03  CKP-DINHEIRO-X        PIC X(14).
           03  CKP-DINHEIRO REDEFINES
               CKP-DINHEIRO-X        PIC 9(12)V99.
           03  FILLER                PIC X(60).

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
       01  JORNAL-CAIXA              PIC X(01) VALUE "N".

      * DATA APURADA NO FORMATO DO CHECKPOINT (AAAA-MM-DD) *************
       01  DATA-CKPT.
               05  CONF-CONTADO      PIC 9(12)V99.
               05  CONF-TOTAL-IMP    PIC 9(12)V99.
               05  CONF-MODO-IMP     PIC X(01).
               05  CONF-BASE-IMP     PIC X(01).
               05  CONF-SANGRIA-IMP  PIC 9(12)V99.
       01  QTD-LANCES                PIC 9(03) COMP VALUE ZERO.
       01  MAX-LANCES                PIC 9(03) COMP VALUE 500.
       01  IND-LANCE                 PIC 9(03) COMP VALUE ZERO.
       01  QTD-SOBRA                 PIC 9(03) VALUE ZERO.
       01  QTD-FALTA                 PIC 9(03) VALUE ZERO.
       01  QTD-SEM-LEITURA           PIC 9(03) VALUE ZERO.
       01  QTD-SANGRIA-MANUAL        PIC 9(03) VALUE ZERO.

      * LINHAS DO RELATORIO *********************************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(40) VALUE
               "TRM  APURADO TESOURARIA  TOTAL IMPRESSO".
           03  FILLER                PIC X(40) VALUE
               "RA           DIFERENCA PARECER  BASE".
       01  REL-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".
       01  REL-DETALHE.
           03  DET-DIFERENCA         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-PARECER           PIC X(09).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-BASE              PIC X(05).
           03  FILLER                PIC X(002) VALUE SPACES.
       01  REL-SANGRIA.
           03  FILLER                PIC X(04) VALUE SPACES.
           03  FILLER                PIC X(22) VALUE
               "SANGRIA NA IMPRESSORA:".
           03  SAN-IMP               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(17) VALUE
               "  DIGITADA A MAO:".
           03  SAN-DIGITADA          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(001) VALUE SPACES.
       01  REL-TOTAL-LOJA.
           03  FILLER                PIC X(04) VALUE "LOJA".
           03  ROD-APURADO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  ROD-FALTA             PIC ZZ9.
           03  FILLER                PIC X(14) VALUE "  SEM LEITURA:".
           03  ROD-SEM-LEITURA       PIC ZZ9.
           03  FILLER                PIC X(14) VALUE "  SANG.MANUAL:".
           03  ROD-SANGRIA-MANUAL    PIC ZZ9.
           03  FILLER                PIC X(015) VALUE SPACES.
       01  REL-LIMPO.
           03  FILLER                PIC X(52) VALUE
               "NENHUMA CONTAGEM DIGITADA P/ O DIA - RODE O CADTESO".
       01  AUXILIARES.
           03  WSTA-TESO               PIC X(02).
           03  WSTA-CKPT               PIC X(02).
           03  WSTA-MOV                PIC X(02).
           03  WSTA-REL                PIC X(02).

       01  RETCODE                   PIC 9(02) COMP VALUE ZERO.

           PERFORM CARREGA-CONTAGENS.
           PERFORM COLHE-TOTAIS-IMPRESSORA.
           PERFORM COLHE-SANGRIAS-IMPRESSORA.
           PERFORM GRAVA-RELATORIO.

           DISPLAY "FECHAMENTO GRAVADO EM " ARQ-RELATORIO.
           DISPLAY "SOBRAS: " ROD-SOBRA "  FALTAS: " ROD-FALTA.
           IF QTD-SOBRA > ZERO OR QTD-FALTA > ZERO
              OR QTD-SEM-LEITURA > ZERO
              OR QTD-SANGRIA-MANUAL > ZERO
              MOVE 1 TO RETCODE
           END-IF.

                             TO CONF-TOTAL-IMP (QTD-LANCES)
                          MOVE SPACE
                             TO CONF-MODO-IMP (QTD-LANCES)
                          MOVE SPACE
                             TO CONF-BASE-IMP (QTD-LANCES)
                          MOVE ZERO
                             TO CONF-SANGRIA-IMP (QTD-LANCES)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      ******************************************************************
      * LE O CHECKPOINT DO DIA E LEVA P/ CADA TERMINAL CONTADO O        *
      * DINHEIRO LIDO DA IMPRESSORA (OU O TOTAL GERAL, SE A LINHA NAO   *
      * TRAZ O DIN=): A REDUCAO Z OK PREVALECE SOBRE O RELATORIO        *
      * X; ENTRE LINHAS DO MESMO MODO PREVALECE A ULTIMA, COMO NO       *
      * PROPRIO CHECKPOINT                                              *
      ******************************************************************
           IF IND-ACHADO > ZERO
              IF CKP-MODO = "Z"
                 OR CONF-MODO-IMP (IND-ACHADO) NOT = "Z"
                 IF CKP-DINHEIRO-X NUMERIC
                    MOVE CKP-DINHEIRO TO CONF-TOTAL-IMP (IND-ACHADO)
                    MOVE "D" TO CONF-BASE-IMP (IND-ACHADO)
                 ELSE
                    MOVE CKP-TOTAL TO CONF-TOTAL-IMP (IND-ACHADO)
                    MOVE "T" TO CONF-BASE-IMP (IND-ACHADO)
                 END-IF
                 MOVE CKP-MODO TO CONF-MODO-IMP (IND-ACHADO)
              END-IF
           END-IF.

      ******************************************************************
      * LE O JORNAL DE SANGRIA/SUPRIMENTO E SOMA P/ CADA TERMINAL       *
      * CONTADO AS SANGRIAS DO DIA QUE PASSARAM PELA IMPRESSORA.        *
      * JORNAL-CAIXA SO LIGA SE O JORNAL EXISTE - SEM ELE NAO HA O QUE  *
      * CONFERIR E A SANGRIA DIGITADA VALE COMO SEMPRE VALEU            *
      ******************************************************************
       COLHE-SANGRIAS-IMPRESSORA.
           MOVE "N" TO JORNAL-CAIXA.
           OPEN INPUT ARQMOV.
           IF WSTA-MOV = "00"
              MOVE "S" TO JORNAL-CAIXA
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQMOV
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-MOV TO REG-MOVIMENTO-CAIXA
                       IF MOV-DATA = DATA-APURADA
                          AND MOV-TIPO = "S"
                          AND MOV-VALOR-X NUMERIC
                          PERFORM ANOTA-SANGRIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQMOV
           END-IF.

      ******************************************************************
      * SOMA UMA SANGRIA DO JORNAL NO LANCE DO TERMINAL                 *
      ******************************************************************
       ANOTA-SANGRIA.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-LANCE FROM 1 BY 1
              UNTIL IND-LANCE > QTD-LANCES
              IF CONF-TERM (IND-LANCE) = MOV-TERM
                 MOVE IND-LANCE TO IND-ACHADO
                 MOVE QTD-LANCES TO IND-LANCE
              END-IF
           END-PERFORM.
           IF IND-ACHADO > ZERO
              ADD MOV-VALOR TO CONF-SANGRIA-IMP (IND-ACHADO)
           END-IF.

      ******************************************************************
      * GRAVA O FECHAMENTO: UMA LINHA DE SOBRA/FALTA POR TERMINAL       *
      * CONTADO E O TOTAL DA LOJA NO RODAPE                             *
              MOVE QTD-SOBRA TO ROD-SOBRA
              MOVE QTD-FALTA TO ROD-FALTA
              MOVE QTD-SEM-LEITURA TO ROD-SEM-LEITURA
              MOVE QTD-SANGRIA-MANUAL TO ROD-SANGRIA-MANUAL
              MOVE REL-CONTAGEM TO LINHA-REL
              WRITE LINHA-REL
              MOVE SPACES TO LINHA-REL
      ******************************************************************
      * APURA E GRAVA A LINHA DE UM TERMINAL CONTADO:                   *
      * APURADO = CONTADO + SANGRIAS - FUNDO; DIFERENCA = APURADO -     *
      * DINHEIRO (OU TOTAL) DA IMPRESSORA (POSITIVA = SOBRA, NEGATIVA = *
      * FALTA)                                                          *
      ******************************************************************
       GRAVA-LINHA-LANCE.
           COMPUTE VALOR-APURADO =
           MOVE VALOR-APURADO TO DET-APURADO.
           ADD VALOR-APURADO TO TOTAL-APURADO.

           IF CONF-BASE-IMP (IND-LANCE) = "D"
              MOVE "DINH." TO DET-BASE
           ELSE
              MOVE "TOTAL" TO DET-BASE
           END-IF.
           IF CONF-MODO-IMP (IND-LANCE) = SPACE
              MOVE SPACES TO DET-BASE
              MOVE ZERO TO DET-IMP
              MOVE ZERO TO DET-DIFERENCA
              MOVE "SEM LEIT." TO DET-PARECER

           MOVE REL-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.

      * SANGRIA DIGITADA DIFERENTE DA QUE PASSOU PELA IMPRESSORA SAI    *
      * LOGO ABAIXO, COM OS DOIS VALORES LADO A LADO                    *
           IF JORNAL-CAIXA = "S"
              AND CONF-SANGRIAS (IND-LANCE)
                  NOT = CONF-SANGRIA-IMP (IND-LANCE)
              MOVE CONF-SANGRIA-IMP (IND-LANCE) TO SAN-IMP
              MOVE CONF-SANGRIAS (IND-LANCE) TO SAN-DIGITADA
              MOVE REL-SANGRIA TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO QTD-SANGRIA-MANUAL
           END-IF.
