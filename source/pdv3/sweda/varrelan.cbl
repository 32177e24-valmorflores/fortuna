      *T, SILENCIOSO - SO CONSULTA, NAO IMPRIME NADA) P/ CADA TERMINAL    *
      *ATIVO. DEPOIS LE O CHECKPOINT DATADO ESC13AAAAMMDD.CKP, DECODIFICA *
      *O WSTA DE CADA TERMINAL (SEM PAPEL, OFF-LINE, GAVETA ABERTA, FORA  *
      *DA DATA FISCAL, IMPRESSORA LIGADA QUE NAO E A DO CADASTRO ECF...)  *
      *E PRODUZ:                                                          *
      *   - O QUADRO DE SITUACAO EM QUADROAAAAMMDD.STA (UMA LINHA POR     *
      *     TERMINAL)                                                     *
      *   - UM RESUMO DE UMA TELA: QUANTOS PRONTOS, QUANTOS SEM PAPEL,    *
      *     QUANTOS OFF-LINE, QUANTOS COM ECF TROCADO (SERIE QUE NAO      *
      *     CONFERE COM O CADECF - WSTA 95) E QUAIS SAO, P/ DESPACHAR OS  *
      *     CONSERTOS E A SUPERVISAO ANTES DA FILA FORMAR                 *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  FILLER                PIC X(33).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQQUAD.
       01  LINHA-QUAD                   PIC X(080).
       01  QTD-SEM-PAPEL             PIC 9(03) VALUE ZERO.
       01  QTD-OFFLINE               PIC 9(03) VALUE ZERO.
       01  QTD-OUTROS                PIC 9(03) VALUE ZERO.
       01  QTD-ECF-TROCADO           PIC 9(03) VALUE ZERO.
       01  QTD-PULADOS               PIC 9(03) VALUE ZERO.
       01  WSTA-DECODE.
           03  WSTA-DEC-1            PIC X(01).
           03  ROD-OUTROS            PIC ZZ9.
           03  FILLER                PIC X(10) VALUE "  PULADOS:".
           03  ROD-PULADOS           PIC ZZ9.
           03  FILLER                PIC X(06) VALUE "  ECF:".
           03  ROD-ECF-TROCADO       PIC ZZ9.
           03  FILLER                PIC X(005) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           PERFORM MOSTRA-RESUMO.

           IF QTD-SEM-PAPEL > ZERO OR QTD-OFFLINE > ZERO
              OR QTD-OUTROS > ZERO OR QTD-ECF-TROCADO > ZERO
              MOVE 1 TO RETCODE
           END-IF.

                       ADD 1 TO QTD-SEM-PAPEL
                    WHEN "OFF-LINE OU DESLIGADA"
                       ADD 1 TO QTD-OFFLINE
                    WHEN "ECF NAO CONFERE C/ CADASTRO"
                       ADD 1 TO QTD-ECF-TROCADO
                    WHEN OTHER
                       ADD 1 TO QTD-OUTROS
                 END-EVALUATE
                 MOVE "OFF-LINE OU DESLIGADA" TO PARECER-WSTA
              WHEN "43"
                 MOVE "OCUPADA APOS TENTATIVAS" TO PARECER-WSTA
              WHEN "95"
                 MOVE "ECF NAO CONFERE C/ CADASTRO" TO PARECER-WSTA
              WHEN "98"
                 MOVE "RECUSADO PELO CADASTRO" TO PARECER-WSTA
              WHEN OTHER
              MOVE QTD-OFFLINE TO ROD-OFFLINE
              MOVE QTD-OUTROS TO ROD-OUTROS
              MOVE QTD-PULADOS TO ROD-PULADOS
              MOVE QTD-ECF-TROCADO TO ROD-ECF-TROCADO
              MOVE QUAD-RODAPE TO LINHA-QUAD
              WRITE LINHA-QUAD
              CLOSE ARQQUAD
           MOVE QTD-OFFLINE TO ROD-OFFLINE.
           MOVE QTD-OUTROS TO ROD-OUTROS.
           MOVE QTD-PULADOS TO ROD-PULADOS.
           MOVE QTD-ECF-TROCADO TO ROD-ECF-TROCADO.
           DISPLAY QUAD-RODAPE AT 0410.
           MOVE 6 TO LIN-TELA.
           PERFORM VARYING IND-LANCE FROM 1 BY 1
