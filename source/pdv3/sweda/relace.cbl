      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELACE.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *RELATORIO MENSAL DE ACESSOS P/ A AUDITORIA.                        *
      *LE O JORNAL DE ACESSOS ACESSOS.DAT - GRAVADO NA ENTRADA DO ESC13,  *
      *CADTERM, CADCAL, CADOPER, CADTESO, CONSHIS, ARQMES, RECIDX, CADALIQ*
      *E CADECF E PELO CADUSU - E LISTA OS EVENTOS DO MES PEDIDO: DATA,   *
      *HORA, LOGIN, PROGRAMA, MODO DO ESC13, EVENTO E MOTIVO. EVENTOS:    *
      *   ENT = ENTRADA LIBERADA          NEG = ACESSO NEGADO             *
      *   SEN = TROCA/REDEFINICAO SENHA   LOT = RODADA SEM OPERADOR       *
      *   USU = MANUTENCAO DE USUARIO     PRF = MANUTENCAO DE PERFIL      *
      *NO RODAPE O TOTAL DE CADA EVENTO. COM ACESSO NEGADO NO MES O       *
      *RETORNO E 1, COMO NOS OUTROS RELATORIOS DE CONFERENCIA.            *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES DE REFERENCIA AAAAMM (DEFAULT = MES ATUAL)   *
      *O RELATORIO E GRAVADO EM RELACEAAAAMM.REL                          *
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

           SELECT ARQACE ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ACE.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQACE
           VALUE OF FILE-ID IS "ACESSOS.DAT".
       01  LINHA-ACE                    PIC X(080).

       FD  ARQREL.
       01  LINHA-REL                    PIC X(080).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * CAMPOS AUXILIARES                                              *
      ******************************************************************
      * PARAMETRO DE EXECUCAO (MES DE REFERENCIA) **********************
       01  PARAMETROS.
           03  PARAM-MES             PIC X(06).

       01  DATA-HOJE                 PIC X(08).
       01  MES-REFERENCIA            PIC X(06).

      * REGISTRO DO JORNAL DE ACESSOS (MESMO LAYOUT DO ESC13) **********
       01  REG-ACESSO.
           03  ACE-DATA              PIC X(08).
           03  FILLER REDEFINES ACE-DATA.
               05  ACE-DATA-MES      PIC X(06).
               05  ACE-DATA-DIA      PIC X(02).
           03  FILLER                PIC X(01).
           03  ACE-HORA              PIC X(06).
           03  FILLER REDEFINES ACE-HORA.
               05  ACE-HORA-HH       PIC X(02).
               05  ACE-HORA-MI       PIC X(02).
               05  ACE-HORA-SS       PIC X(02).
           03  FILLER                PIC X(01).
           03  ACE-LOGIN             PIC X(08).
           03  FILLER                PIC X(01).
           03  ACE-PROGRAMA          PIC X(08).
           03  FILLER                PIC X(01).
           03  ACE-MODO              PIC X(01).
           03  FILLER                PIC X(01).
           03  ACE-EVENTO            PIC X(03).
           03  FILLER                PIC X(01).
           03  ACE-MOTIVO            PIC X(40).

      * CONTADORES DO MES **********************************************
       01  QTD-EVENTOS               PIC 9(06) VALUE ZERO.
       01  QTD-ENT                   PIC 9(06) VALUE ZERO.
       01  QTD-NEG                   PIC 9(06) VALUE ZERO.
       01  QTD-SEN                   PIC 9(06) VALUE ZERO.
       01  QTD-LOT                   PIC 9(06) VALUE ZERO.
       01  QTD-USU                   PIC 9(06) VALUE ZERO.
       01  QTD-PRF                   PIC 9(06) VALUE ZERO.

       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.
       01  FIM-ARQUIVO               PIC X(01).

      * LINHAS DO RELATORIO *********************************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(40) VALUE
               "JORNAL DE ACESSOS - MES REFERENCIA".
           03  FILLER                PIC X(01) VALUE SPACE.
           03  CAB-MES               PIC X(06).
           03  FILLER                PIC X(033) VALUE SPACES.
       01  REL-CABEC-2.
           03  FILLER                PIC X(30) VALUE
               "DIA HORA  LOGIN    PROGRAMA M ".
           03  FILLER                PIC X(50) VALUE
               "EVE MOTIVO".
       01  REL-TRACO.
           03  FILLER                PIC X(080) VALUE ALL "-".
       01  REL-DETALHE.
           03  DET-DIA               PIC X(02).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  DET-HORA              PIC X(02).
           03  FILLER                PIC X(01) VALUE ":".
           03  DET-MINUTO            PIC X(02).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-LOGIN             PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-PROGRAMA          PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-MODO              PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-EVENTO            PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACE.
           03  DET-MOTIVO            PIC X(40).
           03  FILLER                PIC X(006) VALUE SPACES.
       01  REL-RODAPE-1.
           03  FILLER                PIC X(26) VALUE
               "TOTAL DE EVENTOS........: ".
           03  ROD-QTD               PIC ZZZZZ9.
           03  FILLER                PIC X(048) VALUE SPACES.
       01  REL-RODAPE-2.
           03  FILLER                PIC X(13) VALUE
               "ENTRADAS ENT=".
           03  ROD-QTD-ENT           PIC ZZZZZ9.
           03  FILLER                PIC X(15) VALUE
               "  NEGADOS NEG=".
           03  ROD-QTD-NEG           PIC ZZZZZ9.
           03  FILLER                PIC X(15) VALUE
               "  SENHAS  SEN=".
           03  ROD-QTD-SEN           PIC ZZZZZ9.
           03  FILLER                PIC X(019) VALUE SPACES.
       01  REL-RODAPE-3.
           03  FILLER                PIC X(13) VALUE
               "LOTE     LOT=".
           03  ROD-QTD-LOT           PIC ZZZZZ9.
           03  FILLER                PIC X(15) VALUE
               "  USUARIOS USU=".
           03  ROD-QTD-USU           PIC ZZZZZ9.
           03  FILLER                PIC X(15) VALUE
               "  PERFIS  PRF=".
           03  ROD-QTD-PRF           PIC ZZZZZ9.
           03  FILLER                PIC X(019) VALUE SPACES.
       01  REL-LIMPO.
           03  FILLER                PIC X(40) VALUE
               "NENHUM ACESSO NO MES DE REFERENCIA".
           03  FILLER                PIC X(040) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-ACE                PIC X(02).
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
              MOVE PARAM-MES TO MES-REFERENCIA
           ELSE
              MOVE DATA-HOJE (1:6) TO MES-REFERENCIA
           END-IF.

           STRING "RELACE" MES-REFERENCIA ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.

           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR RELATORIO: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           PERFORM GRAVA-CABECALHO.
           PERFORM LISTA-ACESSOS.
           PERFORM GRAVA-RODAPE.
           CLOSE ARQREL.

           DISPLAY "RELATORIO GRAVADO EM " ARQ-RELATORIO.
           MOVE QTD-EVENTOS TO ROD-QTD.
           DISPLAY "EVENTOS DE ACESSO NO MES: " ROD-QTD.
           IF QTD-NEG > ZERO
              MOVE QTD-NEG TO ROD-QTD-NEG
              DISPLAY "ACESSOS NEGADOS NO MES: " ROD-QTD-NEG
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * GRAVA O CABECALHO DO RELATORIO                                  *
      ******************************************************************
       GRAVA-CABECALHO.
           MOVE MES-REFERENCIA TO CAB-MES.
           MOVE REL-CABEC-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-CABEC-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.

      ******************************************************************
      * PERCORRE O JORNAL E LISTA OS EVENTOS DO MES DE REFERENCIA       *
      ******************************************************************
       LISTA-ACESSOS.
           OPEN INPUT ARQACE.
           IF WSTA-ACE NOT = "00"
              MOVE REL-LIMPO TO LINHA-REL
              WRITE LINHA-REL
           ELSE
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQACE
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-ACE TO REG-ACESSO
                       IF ACE-DATA-MES = MES-REFERENCIA
                          PERFORM GRAVA-ACESSO-MES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQACE
              IF QTD-EVENTOS = ZERO
                 MOVE REL-LIMPO TO LINHA-REL
                 WRITE LINHA-REL
              END-IF
           END-IF.

      ******************************************************************
      * FORMATA E GRAVA UM EVENTO E ATUALIZA OS CONTADORES POR TIPO     *
      ******************************************************************
       GRAVA-ACESSO-MES.
           ADD 1 TO QTD-EVENTOS.
           MOVE ACE-DATA-DIA TO DET-DIA.
           MOVE ACE-HORA-HH TO DET-HORA.
           MOVE ACE-HORA-MI TO DET-MINUTO.
           MOVE ACE-LOGIN TO DET-LOGIN.
           MOVE ACE-PROGRAMA TO DET-PROGRAMA.
           MOVE ACE-MODO TO DET-MODO.
           MOVE ACE-EVENTO TO DET-EVENTO.
           MOVE ACE-MOTIVO TO DET-MOTIVO.
           MOVE REL-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.
           EVALUATE ACE-EVENTO
              WHEN "ENT"
                 ADD 1 TO QTD-ENT
              WHEN "NEG"
                 ADD 1 TO QTD-NEG
              WHEN "SEN"
                 ADD 1 TO QTD-SEN
              WHEN "LOT"
                 ADD 1 TO QTD-LOT
              WHEN "USU"
                 ADD 1 TO QTD-USU
              WHEN "PRF"
                 ADD 1 TO QTD-PRF
           END-EVALUATE.

      ******************************************************************
      * GRAVA O RODAPE COM OS TOTAIS DO MES                             *
      ******************************************************************
       GRAVA-RODAPE.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-EVENTOS TO ROD-QTD.
           MOVE REL-RODAPE-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-ENT TO ROD-QTD-ENT.
           MOVE QTD-NEG TO ROD-QTD-NEG.
           MOVE QTD-SEN TO ROD-QTD-SEN.
           MOVE REL-RODAPE-2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-LOT TO ROD-QTD-LOT.
           MOVE QTD-USU TO ROD-QTD-USU.
           MOVE QTD-PRF TO ROD-QTD-PRF.
           MOVE REL-RODAPE-3 TO LINHA-REL.
           WRITE LINHA-REL.
