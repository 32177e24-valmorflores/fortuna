      *                    T = TESTE DE STATUS (SO CONSULTA, NAO IMPRIME   *
      *                        NADA - USADO PELO VARRELAN NA VARREDURA    *
      *                        DE ABERTURA DA LOJA)                       *
      *                    S = SANGRIA (RETIRADA DE DINHEIRO DA GAVETA)   *
      *                    U = SUPRIMENTO (REFORCO DE TROCO NA GAVETA)    *
      *   POSICOES 2-4 = NUMERO DO TERMINAL/REGISTRADORA (DEFAULT 000)    *
      *                  SELECIONA O ARQUIVO/PORTA IFSWEDAn.PRN DO TERMINAL*
      *   POSICAO 5    = "S" P/ EXECUCAO SILENCIOSA (SEM TELA), PARA      *
      *                  RODADAS NOTURNAS AGENDADAS SEM OPERADOR PRESENTE *
      *   POSICOES 6-21 = PARAMETRO DO COMANDO, QUANDO O COMANDO EXIGIR   *
      *                  (EX.: MODO M -> PERIODO DDMMAAAADDMMAAAA;        *
      *                  MODOS S E U -> VALOR EM CENTAVOS, SO DIGITOS,    *
      *                  EX. 15000 = R$150,00)                            *
      *O CANCELAMENTO (MODO C) EXIGE CODIGO DE SUPERVISOR (CADASTRO       *
      *SUPERV.DAT) E MOTIVO CODIFICADO, COLHIDOS NA TELA ANTES DO ENVIO,  *
      *E E JORNALADO EM ESC13CAN.DAT (RELATORIO MENSAL PELO RELCAN).      *
      *RODADA SILENCIOSA NAO CANCELA - NAO HA QUEM AUTORIZE               *
      *A SANGRIA E O SUPRIMENTO (MODOS S E U) IMPRIMEM O COMPROVANTE NAO  *
      *FISCAL NA IF-S7000 E TAMBEM EXIGEM CODIGO DE SUPERVISOR NA TELA.   *
      *CADA MOVIMENTO EXECUTADO E JORNALADO EM ESC13MOV.DAT (DATA, HORA,  *
      *TERMINAL, OPERADOR DE PLANTAO, SUPERVISOR E VALOR) - E DELE QUE O  *
      *CADTESO PRE-PREENCHE FUNDO DE TROCO E SANGRIAS DA TESOURARIA E O   *
      *RELTESO APONTA SANGRIA DIGITADA QUE NAO PASSOU PELA IMPRESSORA.    *
      *RODADA SILENCIOSA NAO MOVIMENTA CAIXA (WSTA 94)                    *
      *O TERMINAL PEDIDO E VALIDADO CONTRA O CADASTRO TERMINAIS.DAT       *
      *(MANTIDO PELO CADTERM): TERMINAL NAO CADASTRADO, EM MANUTENCAO OU  *
      *DESATIVADO E RECUSADO ANTES DE QUALQUER COMANDO, E A PORTA DA      *
      *IMPRESSORA E TOMADA DO CADASTRO                                    *
      *ANTES DE UMA REDUCAO Z OU LEITURA DA MEMORIA (MODOS Z E M) O       *
      *PROGRAMA CONSULTA O STATUS DA IMPRESSORA (COMANDO DO MODO T) E     *
      *CONFERE O NUMERO DE SERIE LIDO CONTRA O CADASTRO DE EQUIPAMENTOS   *
      *ECF (ECFTERM.DAT, MANTIDO PELO CADECF): IMPRESSORA TROCADA E NAO   *
      *REGISTRADA NO TERMINAL E RECUSADA COM WSTA 95 ANTES DO COMANDO,    *
      *NO CHECKPOINT E NA FILA DE ALERTAS (MESMO FORA DA RODADA           *
      *SILENCIOSA). O PROPRIO MODO T FAZ A MESMA CONFERENCIA, E E ASSIM   *
      *QUE O VARRELAN MOSTRA A TROCA NO QUADRO DE ABERTURA                *
      *TODA EXECUCAO E REGISTRADA EM ESC13.LOG P/ FINS DE AUDITORIA       *
      *SE A IMPRESSORA ESTIVER OCUPADA (WSTA=43) O PROGRAMA TENTA         *
      *NOVAMENTE ALGUMAS VEZES ANTES DE DESISTIR. SE O COMANDO JA TIVER   *
      *APOS CADA REDUCAO Z E GERADO UM REGISTRO DE INTERFACE CONTABIL NO  *
      *ARQUIVO DATADO CONTABAAAAMMDD.INT (LAYOUT DE IMPORTACAO DE NOTAS   *
      *DO SISTEMA CONTABIL), DISPENSANDO A REDIGITACAO DA MANHA SEGUINTE  *
      *NOS MODOS X E Z A RESPOSTA TRAZ TAMBEM O TOTAL DO DIA POR MEIO DE  *
      *PAGAMENTO (FINALIZADORA), SOMADO EM DINHEIRO, CHEQUE, CARTAO       *
      *(CREDITO + DEBITO) E OUTROS. OS 4 TOTAIS VAO P/ O CHECKPOINT (DIN= *
      *CHQ= CRT= OUT=) E P/ O REGISTRO DA INTERFACE CONTABIL - E DELES QUE*
      *O RELTESO TIRA O DINHEIRO DA GAVETA E O CONCART CONCILIA O CARTAO  *
      *CONTRA A LIQUIDACAO DAS ADQUIRENTES                                *
      *O CONTADOR DE REDUCAO Z DE CADA TERMINAL E CONFERIDO CONTRA O      *
      *ULTIMO CONTADOR GUARDADO EM ESC13ZCT.DAT: CONTADOR QUE NAO E       *
      *EXATAMENTE O ANTERIOR + 1 (REDUCAO EMITIDA FORA DO SISTEMA) OU     *
      *NA HORA EM ESC13ALE.DAT (FILA DE ALERTAS QUE O MONALE VIGIA NA     *
      *TELA DO OPERADOR DA MADRUGADA) - A FALHA DAS 2H DEIXA DE ESPERAR   *
      *O RELATORIO DE EXCECOES DAS 8H                                     *
      *FORA DA RODADA SILENCIOSA O PROGRAMA SO SEGUE COM USUARIO          *
      *IDENTIFICADO (LOGIN E SENHA EM USUARIOS.DAT) CUJO PERFIL           *
      *(PERFIS.DAT, AMBOS MANTIDOS PELO CADUSU) LIBERE O ESC13 E O MODO   *
      *PEDIDO - UM CAIXA NAO TIRA REDUCAO Z SE O PERFIL DELE NAO TEM O Z. *
      *RECUSA = WSTA 90, NO LOG E NO CHECKPOINT COMO AS DEMAIS; ENTRADA E *
      *RECUSA TAMBEM NO JORNAL DE ACESSOS ACESSOS.DAT. A RODADA           *
      *SILENCIOSA (FECHADIA, FECHAMES, VARRELAN, CADOPER) NAO PEDE LOGIN  *
      *********************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY        IS IDX-CHAVE
               FILE STATUS       IS WSTA-IDX.

           SELECT ARQECF ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS DYNAMIC
               RECORD KEY        IS ECF-TERM
               FILE STATUS       IS WSTA-ECF.

           SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-MOV.

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

       FILE SECTION.

       FD  ARQIMP.
       01  LINHA-VENDAS                 PIC X(080).

       FD  ARQCKPT.
       01  LINHA-CKPT                   PIC X(160).

       FD  ARQDIV
           VALUE OF FILE-ID IS "ESC13DIV.DAT".
           03  FILLER                PIC X(33).

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQSUP
           VALUE OF FILE-ID IS "SUPERV.DAT".
               05  IDX-SEQ           PIC 9(04).
           03  IDX-LINHA             PIC X(132).

      * CADASTRO DE EQUIPAMENTOS ECF, INDEXADO PELA CHAVE TERMINAL     *
      * (MESMO LAYOUT DO CADECF) - QUAL IMPRESSORA DEVE ESTAR LIGADA   *
      * EM CADA TERMINAL                                               *
       FD  ARQECF
           VALUE OF FILE-ID IS "ECFTERM.DAT".
       01  REG-ECF.
           03  ECF-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  ECF-SERIE             PIC X(20).
           03  FILLER                PIC X(01).
           03  ECF-MODELO            PIC X(20).
           03  FILLER                PIC X(01).
           03  ECF-MOD-DOC           PIC X(02).
           03  FILLER                PIC X(01).
           03  ECF-FIRMWARE          PIC X(10).
           03  FILLER                PIC X(01).
           03  ECF-DATA-MF           PIC X(08).
           03  FILLER                PIC X(01).
           03  ECF-LACRE-1           PIC X(10).
           03  FILLER                PIC X(01).
           03  ECF-LACRE-2           PIC X(10).
           03  FILLER                PIC X(30).

       FD  ARQMOV
           VALUE OF FILE-ID IS "ESC13MOV.DAT".
       01  LINHA-MOV                    PIC X(080).

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
       01  COD-CANCELA              PIC X(002) VALUE "14".
       01  COD-MEMORIA              PIC X(002) VALUE "06".
       01  COD-STATUS               PIC X(002) VALUE "23".
       01  COD-SANGRIA              PIC X(002) VALUE "25".
       01  COD-SUPRIMENTO           PIC X(002) VALUE "26".
       01  COD-COMANDO              PIC X(002) VALUE SPACES.

      * PARAMETRO DE EXECUCAO (MODO, TERMINAL, SILENCIOSO, PARAMETRO) ***
       01  TERM-LIBERADO             PIC X(01) VALUE "N".
       01  MSG-TERMINAL              PIC X(60) VALUE SPACES.

      * CONFERENCIA DO EQUIPAMENTO CONTRA O CADASTRO ECF. NA RESPOSTA   *
      * DA IF-S7000 AO COMANDO 23 (TESTE DE STATUS) O NUMERO DE SERIE   *
      * DE FABRICACAO OCUPA AS POSICOES 4-23 DA 1A LINHA. EQUIP-SITUACAO*
      * DIZ O QUE O CADASTRO PEDE: "C" = CONFERIR A SERIE, "L" = LOJA   *
      * SEM CADASTRO ECF AINDA (WSTA "35" - NADA A CONFERIR), "R" =     *
      * RECUSAR (TERMINAL SEM EQUIPAMENTO OU CADASTRO INDISPONIVEL)     *
       01  EQUIP-SITUACAO            PIC X(01) VALUE SPACE.
       01  EQUIP-CONFERE             PIC X(01) VALUE "S".
       01  SERIE-LIDA                PIC X(20) VALUE SPACES.
       01  SERIE-CADASTRO            PIC X(20) VALUE SPACES.
       01  MSG-EQUIPAMENTO           PIC X(60) VALUE SPACES.

      * CONTROLE DO ARQUIVO INDEXADO DE RESPOSTAS (ESC13HIS.IDX) *******
       01  IDX-ABERTO                PIC X(01) VALUE "N".
       01  SEQ-RESPOSTA              PIC 9(04) VALUE ZERO.
       01  IND-ALIQ                  PIC 9(02) COMP VALUE ZERO.
       01  QTD-DIV-ALIQ              PIC 9(02) VALUE ZERO.

      * TOTAIS DO DIA POR MEIO DE PAGAMENTO. NOS MODOS X E Z A 3A LINHA*
      * DA RESPOSTA AO COMANDO 13 TRAZ O TOTAL DE CADA FINALIZADORA EM *
      * ATE 8 GRUPOS DE 16 POSICOES (2 DO CODIGO + 14 DO TOTAL, 12     *
      * INTEIROS E 2 DECIMAIS SEM PONTO). AS FINALIZADORAS PROGRAMADAS *
      * NAS IMPRESSORAS SEGUEM O PADRAO DA LOJA: 01 DINHEIRO, 02 CHEQUE,*
      * 03 CARTAO DE CREDITO, 04 CARTAO DE DEBITO; QUALQUER OUTRO CODIGO*
      * (VALE, TICKET...) SOMA EM OUTROS. CREDITO E DEBITO SOMAM JUNTOS*
      * EM CARTAO, QUE E O QUE AS ADQUIRENTES LIQUIDAM. RESPOSTA SEM A *
      * 3A LINHA (FIRMWARE ANTIGO) DEIXA OS 4 TOTAIS EM BRANCO         *
       01  LINHA-RESP-3              PIC X(132) VALUE SPACES.
       01  PAGAMENTOS-IMP REDEFINES LINHA-RESP-3.
           03  PAG-IMP OCCURS 8.
               05  PAG-IMP-COD       PIC X(02).
               05  PAG-IMP-TOT-X     PIC X(14).
               05  PAG-IMP-TOT REDEFINES
                   PAG-IMP-TOT-X     PIC 9(12)V99.
           03  FILLER                PIC X(04).
       01  IND-PAG                   PIC 9(02) COMP VALUE ZERO.
       01  MEIOS-LIDOS               PIC X(01) VALUE "N".
       01  TOTAIS-MEIOS.
           03  TOT-DINHEIRO-X        PIC X(14) VALUE SPACES.
           03  TOT-DINHEIRO REDEFINES
               TOT-DINHEIRO-X        PIC 9(12)V99.
           03  TOT-CHEQUE-X          PIC X(14) VALUE SPACES.
           03  TOT-CHEQUE REDEFINES
               TOT-CHEQUE-X          PIC 9(12)V99.
           03  TOT-CARTAO-X          PIC X(14) VALUE SPACES.
           03  TOT-CARTAO REDEFINES
               TOT-CARTAO-X          PIC 9(12)V99.
           03  TOT-OUTROS-X          PIC X(14) VALUE SPACES.
           03  TOT-OUTROS REDEFINES
               TOT-OUTROS-X          PIC 9(12)V99.

      * REGISTRO ESTRUTURADO DE DIVERGENCIA (ESC13DIV.DAT) - UMA LINHA  *
      * POR TOTAL DIVERGENTE (GERAL OU POR ALIQUOTA), COM OS DOIS       *
      * TOTAIS, A DIFERENCA COM SINAL E O OPERADOR DE PLANTAO NO        *
      * CHECKPOINT DO LOTE MULTI-TERMINAL, DATADO (ESC13AAAAMMDD.CKP).  *
      * NOS MODOS X E Z A LINHA CARREGA TAMBEM O TOTAL DO DIA LIDO DA   *
      * IMPRESSORA (TOTAL=), DE ONDE O FECHADIA CONSOLIDA O FECHAMENTO  *
      * DA LOJA SEM RELER OS HISTORICOS, E OS TOTAIS POR MEIO DE        *
      * PAGAMENTO (DIN= CHQ= CRT= OUT=, EM BRANCO QUANDO A IMPRESSORA   *
      * NAO OS INFORMA) ************************************************
       01  ARQ-CHECKPOINT            PIC X(20) VALUE SPACES.
       01  RESULTADO                 PIC X(05) VALUE SPACES.
       01  TOTAL-DIA-X               PIC X(14) VALUE SPACES.
      * IMPORTACAO DE NOTAS DO SISTEMA CONTABIL: LOJA, TERMINAL, DATA   *
      * FISCAL, CONTADOR Z (POSICOES 91-96 DA 1A LINHA DA RESPOSTA),    *
      * TOTAL BRUTO E OS TOTAIS POR ALIQUOTA DE ICMS (2A LINHA DA       *
      * RESPOSTA) E, NAS POSICOES 101-156, OS TOTAIS POR MEIO DE        *
      * PAGAMENTO (DINHEIRO, CHEQUE, CARTAO E OUTROS - EM BRANCO QUANDO *
      * A IMPRESSORA NAO OS INFORMA). UM REGISTRO POR REDUCAO,          *
      * ACUMULADO NO ARQUIVO DATADO                                     *
      * CONTABAAAAMMDD.INT QUE A CONTABILIDADE IMPORTA NA MANHA SEGUINTE*
      * O NUMERO DA LOJA VEM DA VARIAVEL DE AMBIENTE NUMLOJA (000 SE    *
      * NAO DEFINIDA)                                                   *
               05  CNT-ALIQ-COD      PIC X(02).
               05  CNT-ALIQ-TOT      PIC X(14).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  CNT-TOTAL-DINHEIRO    PIC X(14).
           03  CNT-TOTAL-CHEQUE      PIC X(14).
           03  CNT-TOTAL-CARTAO      PIC X(14).
           03  CNT-TOTAL-OUTROS      PIC X(14).
           03  FILLER                PIC X(04) VALUE SPACES.

      * CONTROLE DE CONTINUIDADE DO CONTADOR Z (ESC13ZCT.DAT). UM       *
      * REGISTRO POR TERMINAL COM O ULTIMO CONTADOR DE REDUCAO Z E A    *
           03  CAN-RESPOSTA          PIC X(132).
           03  FILLER                PIC X(06) VALUE SPACES.

      * SANGRIA E SUPRIMENTO (MODOS S E U). O VALOR VEM NO PARAMETRO DO *
      * COMANDO EM CENTAVOS, SO DIGITOS, E E AJUSTADO A DIREITA COM     *
      * ZEROS (12 INTEIROS E 2 DECIMAIS, COMO NO TESOAAAAMMDD.DAT) ANTES*
      * DE SEGUIR P/ A IMPRESSORA. O MOVIMENTO SO SAI COM CODIGO DE     *
      * SUPERVISOR VALIDO E CADA MOVIMENTO EXECUTADO E JORNALADO EM     *
      * ESC13MOV.DAT (TIPO S OU U) COM O OPERADOR DE PLANTAO NO TERMINAL*
       01  VALOR-CAIXA-X             PIC X(14) VALUE ZEROS.
       01  VALOR-CAIXA REDEFINES
           VALOR-CAIXA-X             PIC 9(12)V99.
       01  VALOR-CAIXA-ED            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  VALOR-CAIXA-VALIDO        PIC X(01) VALUE "N".
       01  TAM-VALOR-CAIXA           PIC 9(02) COMP VALUE ZERO.
       01  CAIXA-AUTORIZADO          PIC X(01) VALUE "N".
       01  REG-MOVIMENTO-CAIXA.
           03  MOV-DATA              PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-HORA              PIC X(06).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-TERM              PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-TIPO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-OPERADOR          PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-SUPERV            PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-NOME-SUP          PIC X(30).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  MOV-VALOR             PIC X(14).
           03  FILLER                PIC X(03) VALUE SPACES.

      * CONTROLE DE ACESSO (USUARIOS.DAT, PERFIS.DAT, ACESSOS.DAT) *****
       01  PROGRAMA-ACESSO           PIC X(08) VALUE "ESC13".
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
           03  WSTA                    PIC X(02).
           03  WSTA-GAP                PIC X(02).
           03  WSTA-ALE                PIC X(02).
           03  WSTA-TUR                PIC X(02).
           03  WSTA-ECF                PIC X(02).
           03  WSTA-MOV                PIC X(02).
           03  WSTA-USU                PIC X(02).
           03  WSTA-PRF                PIC X(02).
           03  WSTA-ACE                PIC X(02).

      * MENSAGEM DECODIFICADA DO WSTA P/ O OPERADOR ********************
       01  MSG-STATUS                PIC X(60) VALUE SPACES.
           IF MODO NOT = "X" AND MODO NOT = "Z"
              AND MODO NOT = "G" AND MODO NOT = "C"
              AND MODO NOT = "M" AND MODO NOT = "T"
              AND MODO NOT = "S" AND MODO NOT = "U"
              MOVE "99" TO WSTA-FINAL
              IF FLAG-SILENCIOSO NOT = "S"
                 DISPLAY "MODO/COMANDO INVALIDO NA LINHA DE COMANDO: "
              BACKGROUND-COLOR IS 0
           END-IF.

      * FORA DA RODADA SILENCIOSA SO SEGUE QUEM SE IDENTIFICA E TEM O   *
      * PROGRAMA E O MODO LIBERADOS NO PERFIL. A RODADA SILENCIOSA NAO  *
      * TEM QUEM DIGITE E JA FICA NO ESC13.LOG                          *
           IF FLAG-SILENCIOSO NOT = "S"
              MOVE MODO TO MODO-ACESSO
              PERFORM IDENTIFICA-USUARIO THRU IDENTIFICA-USUARIO-FIM
              IF ACESSO-LIBERADO NOT = "S"
                 MOVE "90" TO WSTA-FINAL
                 DISPLAY "ACESSO NEGADO PELO PERFIL DO USUARIO" AT 2303
                 GO TO FINALIZA
              END-IF
           END-IF.

      * O CANCELAMENTO (MODO C) SO SEGUE COM SUPERVISOR E MOTIVO        *
      * VALIDOS, COLHIDOS NA TELA ANTES DE O COMANDO SER MONTADO.       *
      * RODADA SILENCIOSA NAO TEM QUEM AUTORIZE - CANCELAMENTO RECUSADO *
              END-IF
           END-IF.

      * SANGRIA E SUPRIMENTO TAMBEM SO SEGUEM COM SUPERVISOR VALIDO, E  *
      * COM UM VALOR QUE SEJA SO DIGITOS E MAIOR QUE ZERO - VALOR MAL   *
      * DIGITADO E LINHA DE COMANDO INVALIDA (WSTA 99), NUNCA ZERO      *
           IF MODO = "S" OR MODO = "U"
              IF FLAG-SILENCIOSO = "S"
                 MOVE "94" TO WSTA-FINAL
                 GO TO FINALIZA
              END-IF
              PERFORM AJUSTA-VALOR-CAIXA
              IF VALOR-CAIXA-VALIDO NOT = "S"
                 MOVE "99" TO WSTA-FINAL
                 DISPLAY "VALOR INVALIDO NA LINHA DE COMANDO: " AT 2303
                 DISPLAY PARAM-CMD AT 2339
                 GO TO FINALIZA
              END-IF
              PERFORM AUTORIZA-MOVIMENTO-CAIXA
              IF CAIXA-AUTORIZADO NOT = "S"
                 MOVE "94" TO WSTA-FINAL
                 DISPLAY "MOVIMENTO DE CAIXA NAO AUTORIZADO" AT 2303
                 GO TO FINALIZA
              END-IF
           END-IF.

           PERFORM MONTA-COMANDO.

      * TERMINAL VALIDADO CONTRA O CADASTRO ANTES DE QUALQUER COMANDO - *
              GO TO FINALIZA
           END-IF.

      * REDUCAO Z E LEITURA DA MEMORIA SO VAO P/ A IMPRESSORA QUE O     *
      * CADASTRO ECF DIZ SER A DO TERMINAL                              *
           IF MODO = "Z" OR MODO = "M"
              PERFORM SONDA-EQUIPAMENTO
              IF EQUIP-CONFERE NOT = "S"
                 GO TO FINALIZA
              END-IF
           END-IF.

           MOVE ZERO TO TENTATIVAS.
           MOVE "N" TO COMANDO-ENVIADO.
           PERFORM ENVIA-E-LE-RESPOSTA.
              MOVE LINHA-RESP-1 (101:14) TO TOTAL-DIA-X
           END-IF.
           PERFORM ARQUIVA-RESPOSTA.
           IF MODO = "T"
              PERFORM LE-CADASTRO-ECF
              IF EQUIP-SITUACAO = "C"
                 PERFORM CONFERE-SERIE
              END-IF
              IF EQUIP-SITUACAO = "R"
                 MOVE "N" TO EQUIP-CONFERE
                 MOVE "95" TO WSTA-FINAL
              END-IF
              IF EQUIP-CONFERE NOT = "S"
                 AND FLAG-SILENCIOSO NOT = "S"
                 DISPLAY MSG-EQUIPAMENTO AT 2201
              END-IF
           END-IF.
           IF MODO = "X"
              PERFORM CONFERE-VENDAS
           END-IF.
              AND WSTA-FINAL = "00"
              PERFORM GRAVA-JORNAL-CANCELAMENTO
           END-IF.
      * IDEM P/ SANGRIA E SUPRIMENTO: SO O COMPROVANTE QUE A IMPRESSORA *
      * ACEITOU VIRA MOVIMENTO NO JORNAL DA TESOURARIA                  *
           IF (MODO = "S" OR MODO = "U") AND CAIXA-AUTORIZADO = "S"
              AND WSTA-FINAL = "00"
              PERFORM GRAVA-JORNAL-CAIXA
           END-IF.
           PERFORM GRAVA-LOG.
           PERFORM GRAVA-CHECKPOINT.
      * RODADA SILENCIOSA QUE TERMINOU MAL NAO PODE ESPERAR O RELEXC    *
                 PERFORM TRADUZ-WSTA
                 MOVE WSTA-FINAL TO ALE-WSTA
                 MOVE MSG-STATUS TO ALE-MENSAGEM
                 IF WSTA-FINAL = "95" AND MSG-EQUIPAMENTO NOT = SPACES
                    MOVE MSG-EQUIPAMENTO TO ALE-MENSAGEM
                 END-IF
                 PERFORM GRAVA-ALERTA
              END-IF
              IF FLAG-DIVERGENCIA = "S"
                    TO ALE-MENSAGEM
                 PERFORM GRAVA-ALERTA
              END-IF
           ELSE
      * IMPRESSORA TROCADA SEM REGISTRO E ASSUNTO DA SUPERVISAO, NAO DO *
      * CAIXA QUE ESTA NA TELA - VAI P/ A FILA DE ALERTAS MESMO ASSIM   *
              IF WSTA-FINAL = "95"
                 MOVE WSTA-FINAL TO ALE-WSTA
                 MOVE MSG-EQUIPAMENTO TO ALE-MENSAGEM
                 PERFORM ENFILEIRA-ALERTA
              END-IF
           END-IF.
           CLOSE ARQIMP.
           IF WSTA-FINAL = "00"
                 MOVE COD-MEMORIA TO COD-COMANDO
              WHEN "T"
                 MOVE COD-STATUS TO COD-COMANDO
              WHEN "S"
                 MOVE COD-SANGRIA TO COD-COMANDO
              WHEN "U"
                 MOVE COD-SUPRIMENTO TO COD-COMANDO
              WHEN OTHER
                 MOVE COD-X TO COD-COMANDO
           END-EVALUATE.
              DELIMITED BY SIZE INTO LINHA-COMANDO
           END-STRING.

      ******************************************************************
      * LE O EQUIPAMENTO DO TERMINAL NO CADASTRO ECF E DECIDE O QUE     *
      * CONFERIR (EQUIP-SITUACAO). O CADASTRO AINDA INEXISTENTE (WSTA   *
      * "35" - LOJA SEM O CADECF RODADO) NAO PARA A LOJA, COMO O        *
      * TERMINAIS.DAT NO VALIDA-TERMINAL; TERMINAL FORA DE UM CADASTRO  *
      * EXISTENTE OU CADASTRO INDISPONIVEL E RECUSA                     *
      ******************************************************************
       LE-CADASTRO-ECF.
           MOVE SPACE TO EQUIP-SITUACAO.
           MOVE SPACES TO MSG-EQUIPAMENTO.
           OPEN INPUT ARQECF.
           EVALUATE TRUE
              WHEN WSTA-ECF = "00"
                 MOVE NUM-TERM-X TO ECF-TERM
                 READ ARQECF
                    INVALID KEY
                       MOVE "R" TO EQUIP-SITUACAO
                       STRING "TERMINAL " NUM-TERM-X
                             " SEM EQUIPAMENTO NO CADASTRO ECF"
                          DELIMITED BY SIZE INTO MSG-EQUIPAMENTO
                       END-STRING
                    NOT INVALID KEY
                       MOVE "C" TO EQUIP-SITUACAO
                       MOVE ECF-SERIE TO SERIE-CADASTRO
                 END-READ
                 CLOSE ARQECF
              WHEN WSTA-ECF = "35"
                 MOVE "L" TO EQUIP-SITUACAO
              WHEN OTHER
                 MOVE "R" TO EQUIP-SITUACAO
                 STRING "CADASTRO ECFTERM.DAT INDISPONIVEL - WSTA="
                       WSTA-ECF
                    DELIMITED BY SIZE INTO MSG-EQUIPAMENTO
                 END-STRING
           END-EVALUATE.

      ******************************************************************
      * ANTES DE UM MODO Z OU M: CONSULTA O STATUS DA IMPRESSORA E      *
      * CONFERE A SERIE CONTRA O CADASTRO ECF. SO LIBERA O COMANDO      *
      * PEDIDO (EQUIP-CONFERE = "S") COM A IMPRESSORA CERTA; SENAO      *
      * WSTA-FINAL SAI COM O ERRO DA IMPRESSORA OU COM 95. NO FIM O     *
      * COMANDO PEDIDO E REMONTADO E A 1A LINHA DA CONSULTA DESCARTADA  *
      ******************************************************************
       SONDA-EQUIPAMENTO.
           MOVE "S" TO EQUIP-CONFERE.
           PERFORM LE-CADASTRO-ECF.
           IF EQUIP-SITUACAO = "R"
              MOVE "N" TO EQUIP-CONFERE
              MOVE "95" TO WSTA-FINAL
           END-IF.
           IF EQUIP-SITUACAO = "C"
              MOVE SPACES TO LINHA-COMANDO
              STRING X"1B" "." COD-STATUS "}"
                 DELIMITED BY SIZE INTO LINHA-COMANDO
              END-STRING
              MOVE ZERO TO TENTATIVAS
              MOVE "N" TO COMANDO-ENVIADO
              PERFORM ENVIA-E-LE-RESPOSTA
              PERFORM UNTIL WSTA NOT = "43"
                         OR TENTATIVAS >= MAX-TENTATIVAS
                 ADD 1 TO TENTATIVAS
                 CALL "C$SLEEP" USING SEG-ESPERA
                 PERFORM ENVIA-E-LE-RESPOSTA
              END-PERFORM
              IF WSTA NOT = "00"
                 MOVE "N" TO EQUIP-CONFERE
                 MOVE WSTA TO WSTA-FINAL
                 PERFORM EXIBE-ERRO-IMPRESSORA
              ELSE
                 PERFORM CONFERE-SERIE
              END-IF
              CLOSE ARQIMP
              MOVE SPACES TO LINHA-RESP-1
              PERFORM MONTA-COMANDO
           END-IF.
           IF EQUIP-CONFERE NOT = "S"
              AND FLAG-SILENCIOSO NOT = "S"
              DISPLAY MSG-EQUIPAMENTO AT 2201
           END-IF.

      ******************************************************************
      * CONFERE A SERIE DA 1A LINHA DA RESPOSTA AO STATUS CONTRA A      *
      * SERIE DO CADASTRO ECF (JA LIDA). STATUS SEM SERIE NAO PROVA QUE *
      * A IMPRESSORA E A CERTA - TAMBEM E RECUSA (WSTA 95)              *
      ******************************************************************
       CONFERE-SERIE.
           MOVE LINHA-RESP-1 (4:20) TO SERIE-LIDA.
           EVALUATE TRUE
              WHEN SERIE-LIDA = SPACES
                 MOVE "N" TO EQUIP-CONFERE
                 MOVE "95" TO WSTA-FINAL
                 MOVE "STATUS SEM NUMERO DE SERIE - ECF NAO CONFERIDO"
                    TO MSG-EQUIPAMENTO
              WHEN SERIE-LIDA NOT = SERIE-CADASTRO
                 MOVE "N" TO EQUIP-CONFERE
                 MOVE "95" TO WSTA-FINAL
                 STRING "SERIE LIDA " FUNCTION TRIM(SERIE-LIDA)
                       " DIFERE DO CADASTRO ECF"
                    DELIMITED BY SIZE INTO MSG-EQUIPAMENTO
                 END-STRING
              WHEN OTHER
                 MOVE "S" TO EQUIP-CONFERE
           END-EVALUATE.

      ******************************************************************
      * COLHE NA TELA O CODIGO DO SUPERVISOR E O MOTIVO DO              *
      * CANCELAMENTO, VALIDANDO O SUPERVISOR CONTRA O CADASTRO          *
              END-IF
           END-IF.

      ******************************************************************
      * AJUSTA O VALOR DA SANGRIA/SUPRIMENTO (PARAMETRO DO COMANDO) A   *
      * DIREITA, COMPLETANDO COM ZEROS A ESQUERDA, E DEVOLVE O VALOR    *
      * AJUSTADO EM PARAM-CMD P/ O COMANDO. SO DIGITOS E MAIOR QUE ZERO *
      * LIGA VALOR-CAIXA-VALIDO                                         *
      ******************************************************************
       AJUSTA-VALOR-CAIXA.
           MOVE ZEROS TO VALOR-CAIXA-X.
           MOVE "N" TO VALOR-CAIXA-VALIDO.
           IF PARAM-CMD NOT = SPACES
              COMPUTE TAM-VALOR-CAIXA =
                 FUNCTION LENGTH(FUNCTION TRIM(PARAM-CMD))
              IF TAM-VALOR-CAIXA NOT > 14
                 MOVE FUNCTION TRIM(PARAM-CMD)
                    TO VALOR-CAIXA-X (15 - TAM-VALOR-CAIXA :
                                      TAM-VALOR-CAIXA)
                 IF VALOR-CAIXA-X NUMERIC
                    IF VALOR-CAIXA > ZERO
                       MOVE "S" TO VALOR-CAIXA-VALIDO
                       MOVE VALOR-CAIXA-X TO PARAM-CMD
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * MOSTRA O MOVIMENTO PEDIDO E COLHE NA TELA O CODIGO DO           *
      * SUPERVISOR, VALIDADO CONTRA O CADASTRO SUPERV.DAT. SO COM       *
      * SUPERVISOR VALIDO O MOVIMENTO E LIBERADO (CAIXA-AUTORIZADO)     *
      ******************************************************************
       AUTORIZA-MOVIMENTO-CAIXA.
           MOVE "N" TO CAIXA-AUTORIZADO.
           IF MODO = "S"
              DISPLAY "SANGRIA DE CAIXA    - TERMINAL " AT 0510
           ELSE
              DISPLAY "SUPRIMENTO DE CAIXA - TERMINAL " AT 0510
           END-IF.
           DISPLAY NUM-TERM-X AT 0541.
           MOVE VALOR-CAIXA TO VALOR-CAIXA-ED.
           DISPLAY "VALOR...................: " AT 0610.
           DISPLAY VALOR-CAIXA-ED AT 0636.
           DISPLAY "CODIGO DO SUPERVISOR....: " AT 0710.
           ACCEPT SUP-INFORMADO AT 0736.

           PERFORM PROCURA-SUPERVISOR.
           IF SUP-ACHADO NOT = "S"
              DISPLAY "SUPERVISOR NAO CADASTRADO EM SUPERV.DAT"
                 AT 0910
           ELSE
              DISPLAY NOME-SUPERVISOR AT 0745
              MOVE "S" TO CAIXA-AUTORIZADO
           END-IF.

      ******************************************************************
      * JORNALA A SANGRIA/SUPRIMENTO EXECUTADO EM ESC13MOV.DAT: TIPO,   *
      * TERMINAL, OPERADOR DE PLANTAO (TURNOS.DAT), SUPERVISOR QUE      *
      * AUTORIZOU E VALOR. E DESTE JORNAL QUE A TESOURARIA (CADTESO E   *
      * RELTESO) TOMA O FUNDO DE TROCO E AS SANGRIAS DO DIA             *
      ******************************************************************
       GRAVA-JORNAL-CAIXA.
           PERFORM PROCURA-OPERADOR-TURNO.
           MOVE SPACES TO REG-MOVIMENTO-CAIXA.
           MOVE DATA-HOJE TO MOV-DATA.
           MOVE HORA-AGORA (1:6) TO MOV-HORA.
           MOVE NUM-TERM-X TO MOV-TERM.
           MOVE MODO TO MOV-TIPO.
           MOVE OPERADOR-TURNO TO MOV-OPERADOR.
           MOVE SUP-INFORMADO TO MOV-SUPERV.
           MOVE NOME-SUPERVISOR TO MOV-NOME-SUP.
           MOVE VALOR-CAIXA-X TO MOV-VALOR.

           OPEN EXTEND ARQMOV.
           IF WSTA-MOV = "35"
              OPEN OUTPUT ARQMOV
           END-IF.

           IF WSTA-MOV = "00"
              MOVE REG-MOVIMENTO-CAIXA TO LINHA-MOV
              WRITE LINHA-MOV
              CLOSE ARQMOV
           ELSE
              DISPLAY "AVISO: FALHA AO GRAVAR ESC13MOV.DAT - WSTA="
                 WSTA-MOV AT 2401
           END-IF.

      ******************************************************************
      * LE O TERMINAL PEDIDO DIRETO PELA CHAVE NO CADASTRO INDEXADO     *
      * TERMINAIS.DAT E SO LIBERA A EXECUCAO P/ TERMINAL CADASTRADO E   *
      * GRAVA A(S) LINHA(S) DE RESPOSTA DA IMPRESSORA NO HISTORICO      *
      * DATADO, PARA CONFERENCIA NO FECHAMENTO DO TURNO. A 2A LINHA DA  *
      * RESPOSTA E CAPTURADA EM LINHA-RESP-2 P/ A CONFERENCIA POR       *
      * ALIQUOTA EM CONFERE-VENDAS; A 3A EM LINHA-RESP-3, DE ONDE NOS   *
      * MODOS X E Z SAEM OS TOTAIS POR MEIO DE PAGAMENTO                *
      ******************************************************************
       ARQUIVA-RESPOSTA.
           STRING "ESC13" DATA-HOJE ".HIS"
                    NOT AT END
                       IF LINHA-RESP-2 = SPACES
                          MOVE LINHA TO LINHA-RESP-2
                       ELSE
                          IF LINHA-RESP-3 = SPACES
                             MOVE LINHA TO LINHA-RESP-3
                          END-IF
                       END-IF
                       MOVE LINHA TO LINHA-HIST
                       WRITE LINHA-HIST
                 CLOSE ARQMAP
                 MOVE "N" TO MAP-ABERTO
              END-IF
              IF MODO = "X" OR MODO = "Z"
                 PERFORM APURA-MEIOS-PAGAMENTO
              END-IF
           ELSE
              IF FLAG-SILENCIOSO NOT = "S"
                 DISPLAY "AVISO: FALHA AO GRAVAR HISTORICO - WSTA="
              END-IF
           END-IF.

      ******************************************************************
      * SOMA OS TOTAIS POR FINALIZADORA DA 3A LINHA DA RESPOSTA NOS 4  *
      * MEIOS DE PAGAMENTO (01 DINHEIRO, 02 CHEQUE, 03/04 CARTAO, DEMAIS*
      * OUTROS). GRUPO COM CODIGO OU TOTAL NAO NUMERICO E IGNORADO; SEM*
      * NENHUM GRUPO VALIDO OS 4 TOTAIS FICAM EM BRANCO                *
      ******************************************************************
       APURA-MEIOS-PAGAMENTO.
           MOVE "N" TO MEIOS-LIDOS.
           MOVE ZERO TO TOT-DINHEIRO.
           MOVE ZERO TO TOT-CHEQUE.
           MOVE ZERO TO TOT-CARTAO.
           MOVE ZERO TO TOT-OUTROS.
           PERFORM VARYING IND-PAG FROM 1 BY 1
              UNTIL IND-PAG > 8
              IF PAG-IMP-COD (IND-PAG) NUMERIC
                 AND PAG-IMP-TOT-X (IND-PAG) NUMERIC
                 MOVE "S" TO MEIOS-LIDOS
                 EVALUATE PAG-IMP-COD (IND-PAG)
                    WHEN "01"
                       ADD PAG-IMP-TOT (IND-PAG) TO TOT-DINHEIRO
                    WHEN "02"
                       ADD PAG-IMP-TOT (IND-PAG) TO TOT-CHEQUE
                    WHEN "03"
                    WHEN "04"
                       ADD PAG-IMP-TOT (IND-PAG) TO TOT-CARTAO
                    WHEN OTHER
                       ADD PAG-IMP-TOT (IND-PAG) TO TOT-OUTROS
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF MEIOS-LIDOS NOT = "S"
              MOVE SPACES TO TOTAIS-MEIOS
           END-IF.


      ******************************************************************
      * GERA O REGISTRO DE INTERFACE CONTABIL DA REDUCAO Z RECEM FEITA, *
      * NO LAYOUT DE IMPORTACAO DE NOTAS DO SISTEMA CONTABIL, GRAVADO   *
                 MOVE ZEROS TO CNT-ALIQ-TOT (IND-ALIQ)
              END-IF
           END-PERFORM.
           IF MEIOS-LIDOS = "S"
              MOVE TOT-DINHEIRO-X TO CNT-TOTAL-DINHEIRO
              MOVE TOT-CHEQUE-X TO CNT-TOTAL-CHEQUE
              MOVE TOT-CARTAO-X TO CNT-TOTAL-CARTAO
              MOVE TOT-OUTROS-X TO CNT-TOTAL-OUTROS
           END-IF.

           STRING "CONTAB" DATA-HOJE ".INT"
              DELIMITED BY SIZE INTO ARQ-CONTABIL
      ******************************************************************
       GRAVA-ALERTA.
           IF FLAG-SILENCIOSO = "S"
              PERFORM ENFILEIRA-ALERTA
           END-IF.

      ******************************************************************
      * GRAVA O ALERTA NA FILA ESC13ALE.DAT, SEJA QUAL FOR A RODADA     *
      ******************************************************************
       ENFILEIRA-ALERTA.
           MOVE DATA-HOJE TO ALE-DATA.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE HORA-AGORA (1:6) TO ALE-HORA.
           MOVE NUM-TERM-X TO ALE-TERM.
           MOVE MODO TO ALE-MODO.

           OPEN EXTEND ARQALE.
           IF WSTA-ALE = "35"
              OPEN OUTPUT ARQALE
           END-IF.

           IF WSTA-ALE = "00"
              MOVE REG-ALERTA TO LINHA-ALE
              WRITE LINHA-ALE
              CLOSE ARQALE
           END-IF.

      ******************************************************************
                     " STATUS=" RESULTADO
                     " WSTA=" WSTA-FINAL
                     " TOTAL=" TOTAL-DIA-X
                     " DIN=" TOT-DINHEIRO-X
                     " CHQ=" TOT-CHEQUE-X
                     " CRT=" TOT-CARTAO-X
                     " OUT=" TOT-OUTROS-X
                  DELIMITED BY SIZE INTO LINHA-CKPT
              END-STRING
              WRITE LINHA-CKPT
              WHEN "43"
                 MOVE "IMPRESSORA OCUPADA - AGUARDE E TENTE NOVAMENTE"
                    TO MSG-STATUS
              WHEN "90"
                 MOVE "ACESSO NEGADO PELO PERFIL DO USUARIO - CADUSU"
                    TO MSG-STATUS
              WHEN "94"
                 MOVE "SANGRIA/SUPRIMENTO NAO AUTORIZADO"
                    TO MSG-STATUS
              WHEN "95"
                 MOVE "ECF LIGADO NAO CONFERE COM O CADASTRO - CADECF"
                    TO MSG-STATUS
              WHEN "96"
                 MOVE "CONTADOR Z FORA DE SEQUENCIA - VER RELGAP"
                    TO MSG-STATUS
                       END-STRING
                 END-EVALUATE
           END-EVALUATE.

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
