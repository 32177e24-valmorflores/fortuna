      $SET ANS85 SPZERO NOWARNING
      $SET FILESHARE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SINTEGRA.
       AUTHOR.        SWEDA.
      *********************************************************************
      *SISTEMA => COMANDOS IMPRESSORA FISCAL IF-S7000                     *
      *GERACAO MENSAL DO ARQUIVO MAGNETICO SINTEGRA (CONVENIO ICMS 57/95) *
      *DAS REDUCOES Z DA LOJA - O QUE A CONTABILIDADE DIGITAVA A MAO DAS  *
      *FITAS DETALHE TODO MES. LE, DIA A DIA DO MES FECHADO, A INTERFACE  *
      *CONTABIL CONTABAAAAMMDD.INT GRAVADA PELO ESC13 APOS CADA REDUCAO Z *
      *(NO DIRETORIO CORRENTE OU, SE O MES JA FOI ARQUIVADO PELO ARQMES,  *
      *NO ARQUIVO MORTO ARQAAAAMM) E GRAVA NO LAYOUT OFICIAL DE 126       *
      *POSICOES (REGISTRO FIXO DE 126 POSICOES + CR/LF, SEM CORTE DOS     *
      *BRANCOS FINAIS, QUE O VALIDADOR RECUSA REGISTRO CURTO):            *
      *   - REGISTROS 10 E 11 (IDENTIFICACAO DO ESTABELECIMENTO, TIRADA   *
      *     DE EMITENTE.DAT)                                              *
      *   - UM REGISTRO 60M POR REDUCAO Z DO TERMINAL NO DIA (SERIE E     *
      *     MODELO DO DOCUMENTO DO CADASTRO DE EQUIPAMENTOS ECFTERM.DAT,  *
      *     MANTIDO PELO CADECF). DUAS REDUCOES DE CONTADOR Z DIFERENTE   *
      *     NO MESMO DIA SAEM AS DUAS, COMO NA SOMA DO ICMSMES; LINHA DA  *
      *     INTERFACE QUE REPETE O CONTADOR Z DE OUTRA DO MESMO TERMINAL  *
      *     NO DIA E DESCARTADA (CONTADOR ZERADO NUNCA E TIDO COMO        *
      *     REPETIDO)                                                     *
      *   - UM REGISTRO 60A POR ALIQUOTA DA REDUCAO, LOGO APOS O SEU 60M  *
      *   - O REGISTRO 90 COM OS TOTAIS DE REGISTROS                      *
      *E GRAVA A LISTAGEM DE CRITICA, P/ CORRIGIR ANTES DE ENTREGAR A     *
      *SEFAZ:                                                             *
      *   - DIA SEM REDUCAO Z DE TERMINAL ATIVO (DIA FECHADO NO           *
      *     CALENDARIO CALLOJA.DAT NAO E CRITICADO)                       *
      *   - CONTADOR DE REDUCAO Z ZERADO ("000000")                       *
      *   - QUEBRA DO CONTADOR Z REGISTRADA PELO ESC13 EM ESC13GAP.DAT    *
      *   - MAIS DE UMA REDUCAO DO TERMINAL NO MESMO DIA                  *
      *   - REDUCAO REPETIDA (MESMO CONTADOR Z) DESCARTADA                *
      *   - TERMINAL SEM SERIE NO CADASTRO DE EQUIPAMENTOS ECF            *
      *   - ULTIMA REDUCAO DO CONTROLE ESC13ZCT.DAT QUE NAO CONSTA DA     *
      *     INTERFACE DO MES                                              *
      *   - CODIGO DE ALIQUOTA DA IMPRESSORA FORA DA TABELA ALIQICMS.DAT  *
      *     (OU SEM VIGENCIA NA DATA) - SAI NO 60A COMO O CODIGO DA       *
      *     IMPRESSORA ATE A TABELA SER CORRIGIDA NO CADALIQ              *
      *A SITUACAO TRIBUTARIA DO 60A VEM DA TABELA DE ALIQUOTAS VIGENTE NA *
      *DATA FISCAL: O PERCENTUAL (EX. 1800) NO TIPO T E F/I/N NOS DEMAIS. *
      *COO INICIAL/FINAL, CRO E TOTALIZADOR GERAL NAO VEM NA INTERFACE E  *
      *SAEM ZERADOS NO 60M.                                               *
      *EMITENTE.DAT (UMA LINHA, MANTIDA A MAO COMO O SUPERV.DAT):         *
      *   POSICOES 1-14    = CNPJ          16-29   = INSCRICAO ESTADUAL   *
      *   POSICOES 31-65   = RAZAO SOCIAL  67-96   = MUNICIPIO            *
      *   POSICOES 98-99   = UF            101-110 = FAX                  *
      *   POSICOES 112-145 = LOGRADOURO    147-151 = NUMERO               *
      *   POSICOES 153-174 = COMPLEMENTO   176-190 = BAIRRO               *
      *   POSICOES 192-199 = CEP           201-228 = NOME DO CONTATO      *
      *   POSICOES 230-241 = TELEFONE                                     *
      *PARAMETRO (COMMAND-LINE), OPCIONAL, POSICIONAL NUM SO ARGUMENTO:   *
      *   POSICOES 1-6 = MES AAAAMM (DEFAULT = MES ANTERIOR). O MES       *
      *                  CORRENTE E RECUSADO - SO SE ENTREGA MES FECHADO  *
      *O ARQUIVO E GRAVADO EM SINTEGRAAAAAMM.TXT E A CRITICA EM           *
      *SINTEGRAAAAAMM.REL                                                 *
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

           SELECT ARQECF ASSIGN TO DISK
               ORGANIZATION      IS INDEXED
               ACCESS MODE       IS DYNAMIC
               RECORD KEY        IS ECF-TERM
               FILE STATUS       IS WSTA-ECF.

           SELECT ARQCONT ASSIGN TO DYNAMIC ARQ-CONTABIL
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CONT.

           SELECT ARQGAP ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-GAP.

           SELECT ARQZCT ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ZCT.

           SELECT ARQCAL ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-CAL.

           SELECT ARQEMI ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-EMI.

           SELECT ARQALQ ASSIGN TO DISK
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-ALQ.

           SELECT ARQSIN ASSIGN TO DYNAMIC ARQ-SINTEGRA
               ORGANIZATION      IS SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-SIN.

           SELECT ARQREL ASSIGN TO DYNAMIC ARQ-RELATORIO
               ORGANIZATION      IS LINE SEQUENTIAL
               ACCESS MODE       IS SEQUENTIAL
               FILE STATUS       IS WSTA-REL.

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

      * CADASTRO DE EQUIPAMENTOS ECF (MESMO LAYOUT DO CADECF) **********
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

       FD  ARQCONT.
       01  LINHA-CONT                   PIC X(160).

       FD  ARQGAP
           VALUE OF FILE-ID IS "ESC13GAP.DAT".
       01  LINHA-GAP                    PIC X(080).

       FD  ARQZCT
           VALUE OF FILE-ID IS "ESC13ZCT.DAT".
       01  LINHA-ZCT                    PIC X(080).

       FD  ARQCAL
           VALUE OF FILE-ID IS "CALLOJA.DAT".
       01  LINHA-CAL                    PIC X(080).

       FD  ARQEMI
           VALUE OF FILE-ID IS "EMITENTE.DAT".
       01  LINHA-EMI                    PIC X(256).

       FD  ARQALQ
           VALUE OF FILE-ID IS "ALIQICMS.DAT".
       01  LINHA-ALQ                    PIC X(080).

      * ARQUIVO SINTEGRA - REGISTRO FIXO: 126 POSICOES + CR/LF *********
       FD  ARQSIN.
       01  LINHA-SIN.
           03  LINHA-SIN-DADOS          PIC X(126).
           03  LINHA-SIN-FIM            PIC X(002).

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

      * MES DE REFERENCIA E DATAS DO MES *******************************
       01  MES-REFERENCIA            PIC X(06).
       01  MES-REFERENCIA-X REDEFINES
           MES-REFERENCIA.
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
       01  DATA-INICIAL              PIC X(08).
       01  DATA-FINAL                PIC X(08).
       01  DATA-DIA.
           03  DIA-AAAAMM            PIC X(06).
           03  DIA-DD                PIC 9(02).
       01  IND-DIA                   PIC 9(02) COMP VALUE ZERO.

      * NOMES DOS ARQUIVOS DATADOS *************************************
       01  ARQ-CONTABIL              PIC X(40) VALUE SPACES.
       01  ARQ-SINTEGRA              PIC X(20) VALUE SPACES.
       01  ARQ-RELATORIO             PIC X(20) VALUE SPACES.
       01  DIR-MORTO                 PIC X(12) VALUE SPACES.

      * REGISTRO DE INTERFACE CONTABIL (MESMO LAYOUT DO ESC13) *********
       01  REG-CONTABIL.
           03  CNT-LOJA              PIC X(03).
           03  CNT-TERMINAL          PIC X(03).
           03  CNT-DATA-FISCAL       PIC X(08).
           03  CNT-CONTADOR-Z        PIC X(06).
           03  CNT-TOTAL-BRUTO       PIC X(14).
           03  CNT-TOTAL-BRUTO-9 REDEFINES
               CNT-TOTAL-BRUTO       PIC 9(12)V99.
           03  CNT-ALIQUOTA OCCURS 4.
               05  CNT-ALIQ-COD      PIC X(02).
               05  CNT-ALIQ-TOT      PIC X(14).
               05  CNT-ALIQ-TOT-9 REDEFINES
                   CNT-ALIQ-TOT      PIC 9(12)V99.
           03  FILLER                PIC X(02).

      * REGISTRO DE QUEBRA DO CONTADOR Z (MESMO LAYOUT DO ESC13) *******
       01  REG-SALTO.
           03  GAP-DATA              PIC X(08).
           03  FILLER REDEFINES GAP-DATA.
               05  GAP-DATA-MES      PIC X(06).
               05  GAP-DATA-DIA      PIC X(02).
           03  FILLER                PIC X(01).
           03  GAP-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  GAP-TIPO              PIC X(10).
           03  FILLER                PIC X(01).
           03  GAP-CONT-ANT          PIC X(06).
           03  FILLER                PIC X(01).
           03  GAP-DATA-ANT          PIC X(08).
           03  FILLER                PIC X(01).
           03  GAP-CONT-NOVO         PIC X(06).
           03  FILLER                PIC X(01).
           03  GAP-DATA-NOVA         PIC X(08).
           03  FILLER                PIC X(25).

      * CONTROLE DO CONTADOR Z (MESMO LAYOUT DO ESC13) *****************
       01  REG-CONTROLE-Z.
           03  ZCT-TERM              PIC X(03).
           03  FILLER                PIC X(01).
           03  ZCT-CONTADOR-X        PIC X(06).
           03  FILLER                PIC X(01).
           03  ZCT-DATA              PIC X(08).
           03  FILLER                PIC X(61).

      * REGISTRO DO CALENDARIO DA LOJA (MESMO LAYOUT DO CADCAL) ********
       01  REG-CALENDARIO.
           03  CAL-DATA              PIC X(08).
           03  FILLER REDEFINES CAL-DATA.
               05  CAL-DATA-MES      PIC X(06).
               05  CAL-DATA-DIA      PIC 9(02).
           03  FILLER                PIC X(01).
           03  CAL-SITUACAO          PIC X(01).
           03  FILLER                PIC X(01).
           03  CAL-DESCRICAO         PIC X(30).
           03  FILLER                PIC X(38).

      * DADOS DO ESTABELECIMENTO (EMITENTE.DAT) ************************
       01  REG-EMITENTE.
           03  EMI-CNPJ              PIC X(14).
           03  FILLER                PIC X(01).
           03  EMI-IE                PIC X(14).
           03  FILLER                PIC X(01).
           03  EMI-RAZAO             PIC X(35).
           03  FILLER                PIC X(01).
           03  EMI-MUNICIPIO         PIC X(30).
           03  FILLER                PIC X(01).
           03  EMI-UF                PIC X(02).
           03  FILLER                PIC X(01).
           03  EMI-FAX               PIC X(10).
           03  FILLER                PIC X(01).
           03  EMI-LOGRADOURO        PIC X(34).
           03  FILLER                PIC X(01).
           03  EMI-NUMERO            PIC X(05).
           03  FILLER                PIC X(01).
           03  EMI-COMPLEMENTO       PIC X(22).
           03  FILLER                PIC X(01).
           03  EMI-BAIRRO            PIC X(15).
           03  FILLER                PIC X(01).
           03  EMI-CEP               PIC X(08).
           03  FILLER                PIC X(01).
           03  EMI-CONTATO           PIC X(28).
           03  FILLER                PIC X(01).
           03  EMI-TELEFONE          PIC X(12).
           03  FILLER                PIC X(15).

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

      * TERMINAIS DO CADASTRO COM O EQUIPAMENTO ECF DE CADA UM *********
       01  TABELA-TERMINAIS.
           03  TERM-LANCE OCCURS 500.
               05  LAN-TERM          PIC X(03).
               05  LAN-SITUACAO      PIC X(01).
               05  LAN-SERIE         PIC X(20).
               05  LAN-MOD-DOC       PIC X(02).
               05  LAN-ULT-CONT      PIC X(06).
               05  LAN-ULT-DATA      PIC X(08).
       01  QTD-LANCES                PIC 9(03) COMP VALUE ZERO.
       01  MAX-LANCES                PIC 9(03) COMP VALUE 500.
       01  IND-LANCE                 PIC 9(03) COMP VALUE ZERO.
       01  IND-ACHADO                PIC 9(03) COMP VALUE ZERO.

      * REDUCOES Z DO DIA (LINHAS DA INTERFACE CONTABIL DO DIA) ********
       01  TABELA-DIA.
           03  DIA-REGISTRO OCCURS 500
                                     PIC X(100).
           03  DIA-USADO OCCURS 500  PIC X(01).
       01  QTD-REG-DIA               PIC 9(03) COMP VALUE ZERO.
       01  MAX-REG-DIA               PIC 9(03) COMP VALUE 500.
       01  IND-REG                   PIC 9(03) COMP VALUE ZERO.
       01  IND-OUTRO                 PIC 9(03) COMP VALUE ZERO.
       01  IND-SOBRA                 PIC 9(03) COMP VALUE ZERO.
       01  QTD-DO-TERMINAL           PIC 9(03) COMP VALUE ZERO.
       01  QTD-GRAVADAS-TERMINAL     PIC 9(03) COMP VALUE ZERO.
       01  REDUCAO-REPETIDA          PIC X(01).
       01  ULT-CONT-TERMINAL         PIC X(06).
       01  ULT-DATA-TERMINAL         PIC X(08).

      * OUTRA LINHA DA TABELA DO DIA, P/ PROCURAR REDUCAO REPETIDA *****
       01  REG-CONTABIL-OUTRO.
           03  OUT-LOJA              PIC X(03).
           03  OUT-TERMINAL          PIC X(03).
           03  OUT-DATA-FISCAL       PIC X(08).
           03  OUT-CONTADOR-Z        PIC X(06).
           03  FILLER                PIC X(80).

      * QUEBRAS DO CONTADOR Z DO MES (ESC13GAP.DAT) ********************
       01  TABELA-QUEBRAS.
           03  QUEBRA-LANCE OCCURS 500.
               05  QBR-DATA          PIC X(08).
               05  QBR-TERM          PIC X(03).
               05  QBR-TIPO          PIC X(10).
       01  QTD-QUEBRAS               PIC 9(03) COMP VALUE ZERO.
       01  MAX-QUEBRAS               PIC 9(03) COMP VALUE 500.
       01  IND-QUEBRA                PIC 9(03) COMP VALUE ZERO.

      * SITUACAO DE CADA DIA DO MES NO CALENDARIO DA LOJA **************
       01  TABELA-CALENDARIO.
           03  CAL-DIA-SITUACAO OCCURS 31
                                     PIC X(01).

      * CODIGOS DE ALIQUOTA FORA DA TABELA DE ALIQUOTAS ****************
       01  TABELA-CODIGOS.
           03  COD-SEM-SITUACAO OCCURS 50
                                     PIC X(02).
       01  QTD-CODIGOS               PIC 9(02) COMP VALUE ZERO.
       01  MAX-CODIGOS               PIC 9(02) COMP VALUE 50.
       01  IND-CODIGO                PIC 9(02) COMP VALUE ZERO.
       01  CODIGO-ACHADO             PIC X(01).

      * EQUIPAMENTO ECF DO TERMINAL CORRENTE ***************************
       01  SERIE-ATUAL               PIC X(20) VALUE SPACES.
       01  MOD-DOC-ATUAL             PIC X(02) VALUE SPACES.
       01  TERM-ATUAL                PIC X(03) VALUE SPACES.
       01  ECF-ABERTO                PIC X(01) VALUE "N".
       01  IND-ALIQ                  PIC 9(02) COMP VALUE ZERO.
       01  SITUACAO-TRIB             PIC X(04) VALUE SPACES.
       01  PERCENTUAL-60A            PIC 9(02)V99.
       01  PERCENTUAL-60A-X REDEFINES
           PERCENTUAL-60A            PIC X(04).

      * CONTROLES DE LEITURA *******************************************
       01  FIM-ARQUIVO               PIC X(01).
       01  EMITENTE-LIDO             PIC X(01) VALUE "N".

      * FECHO DE CADA REGISTRO DO ARQUIVO SINTEGRA *********************
       01  FIM-LINHA-SIN             PIC X(02) VALUE X"0D0A".

      * CONTADORES DO ARQUIVO E DA CRITICA *****************************
       01  QTD-60M                   PIC 9(08) VALUE ZERO.
       01  QTD-60A                   PIC 9(08) VALUE ZERO.
       01  QTD-TIPO-60               PIC 9(08) VALUE ZERO.
       01  QTD-REGISTROS             PIC 9(08) VALUE ZERO.
       01  QTD-OCORRENCIAS           PIC 9(06) VALUE ZERO.

      * REGISTRO 10 - MESTRE DO ESTABELECIMENTO ************************
       01  SIN-REG-10.
           03  S10-TIPO              PIC X(02) VALUE "10".
           03  S10-CNPJ              PIC 9(14).
           03  S10-IE                PIC X(14).
           03  S10-RAZAO             PIC X(35).
           03  S10-MUNICIPIO         PIC X(30).
           03  S10-UF                PIC X(02).
           03  S10-FAX               PIC 9(10).
           03  S10-DATA-INI          PIC X(08).
           03  S10-DATA-FIM          PIC X(08).
           03  S10-COD-CONVENIO      PIC X(01) VALUE "3".
           03  S10-COD-NATUREZA      PIC X(01) VALUE "3".
           03  S10-COD-FINALIDADE    PIC X(01) VALUE "1".

      * REGISTRO 11 - DADOS COMPLEMENTARES DO ESTABELECIMENTO **********
       01  SIN-REG-11.
           03  S11-TIPO              PIC X(02) VALUE "11".
           03  S11-LOGRADOURO        PIC X(34).
           03  S11-NUMERO            PIC 9(05).
           03  S11-COMPLEMENTO       PIC X(22).
           03  S11-BAIRRO            PIC X(15).
           03  S11-CEP               PIC 9(08).
           03  S11-CONTATO           PIC X(28).
           03  S11-TELEFONE          PIC 9(12).

      * REGISTRO 60M - MESTRE DA REDUCAO Z DO EQUIPAMENTO NO DIA *******
       01  SIN-REG-60M.
           03  S60M-TIPO             PIC X(02) VALUE "60".
           03  S60M-SUBTIPO          PIC X(01) VALUE "M".
           03  S60M-DATA             PIC X(08).
           03  S60M-SERIE            PIC X(20).
           03  S60M-ORDEM            PIC X(03).
           03  S60M-MOD-DOC          PIC X(02).
           03  S60M-COO-INI          PIC 9(06) VALUE ZERO.
           03  S60M-COO-FIM          PIC 9(06) VALUE ZERO.
           03  S60M-CRZ              PIC 9(06).
           03  S60M-CRO              PIC 9(03) VALUE ZERO.
           03  S60M-VENDA-BRUTA      PIC 9(14)V99.
           03  S60M-TOTAL-GERAL      PIC 9(14)V99 VALUE ZERO.
           03  FILLER                PIC X(37) VALUE SPACES.

      * REGISTRO 60A - ANALITICO DA REDUCAO Z POR ALIQUOTA *************
       01  SIN-REG-60A.
           03  S60A-TIPO             PIC X(02) VALUE "60".
           03  S60A-SUBTIPO          PIC X(01) VALUE "A".
           03  S60A-DATA             PIC X(08).
           03  S60A-SERIE            PIC X(20).
           03  S60A-SITUACAO         PIC X(04).
           03  S60A-VALOR            PIC 9(10)V99.
           03  FILLER                PIC X(79) VALUE SPACES.

      * REGISTRO 90 - TOTALIZACAO DO ARQUIVO ***************************
       01  SIN-REG-90.
           03  S90-TIPO              PIC X(02) VALUE "90".
           03  S90-CNPJ              PIC 9(14).
           03  S90-IE                PIC X(14).
           03  S90-TIPO-60           PIC X(02) VALUE "60".
           03  S90-QTD-60            PIC 9(08).
           03  S90-TIPO-99           PIC X(02) VALUE "99".
           03  S90-QTD-99            PIC 9(08).
           03  FILLER                PIC X(75) VALUE SPACES.
           03  S90-QTD-REG-90        PIC X(01) VALUE "1".

      * LINHAS DA LISTAGEM DE CRITICA **********************************
       01  REL-CABEC-1.
           03  FILLER                PIC X(39) VALUE
               "CRITICA DO ARQUIVO SINTEGRA - MES REF: ".
           03  CAB-MES               PIC X(02).
           03  FILLER                PIC X(01) VALUE "/".
           03  CAB-ANO               PIC X(04).
           03  FILLER                PIC X(034) VALUE SPACES.
       01  REL-CABEC-2.
           03  FILLER                PIC X(80) VALUE
               "DATA       TRM OCORRENCIA".
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
           03  DET-OCORRENCIA        PIC X(65).
       01  REL-LIMPO.
           03  FILLER                PIC X(52) VALUE
               "NENHUMA OCORRENCIA - ARQUIVO PRONTO P/ ENTREGA".
           03  FILLER                PIC X(028) VALUE SPACES.
       01  REL-RODAPE-1.
           03  FILLER                PIC X(26) VALUE
               "REGISTROS 60M GRAVADOS..: ".
           03  ROD-60M               PIC ZZZZZZZ9.
           03  FILLER                PIC X(15) VALUE "   60A GRAVADOS".
           03  FILLER                PIC X(02) VALUE ": ".
           03  ROD-60A               PIC ZZZZZZZ9.
           03  FILLER                PIC X(021) VALUE SPACES.
       01  REL-RODAPE-2.
           03  FILLER                PIC X(26) VALUE
               "TOTAL DE REGISTROS......: ".
           03  ROD-REGISTROS         PIC ZZZZZZZ9.
           03  FILLER                PIC X(17) VALUE "   OCORRENCIAS: ".
           03  ROD-OCORRENCIAS       PIC ZZZZZ9.
           03  FILLER                PIC X(023) VALUE SPACES.

      * TRATAMENTO STATUS DOS ARQUIVOS *********************************
       01  AUXILIARES.
           03  WSTA-TERM               PIC X(02).
           03  WSTA-ECF                PIC X(02).
           03  WSTA-CONT               PIC X(02).
           03  WSTA-GAP                PIC X(02).
           03  WSTA-ZCT                PIC X(02).
           03  WSTA-CAL                PIC X(02).
           03  WSTA-EMI                PIC X(02).
           03  WSTA-ALQ                PIC X(02).
           03  WSTA-SIN                PIC X(02).
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
      * MES ANTERIOR = VESPERA DO DIA 1 DO MES CORRENTE ****************
              MOVE DATA-HOJE TO DATA-AUX-X
              MOVE "01" TO AUX-DD
              COMPUTE DIAS-INTEIROS =
                 FUNCTION INTEGER-OF-DATE(DATA-AUX) - 1
              COMPUTE DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(DIAS-INTEIROS)
              MOVE DATA-AUX-X (1:6) TO MES-REFERENCIA
           END-IF.

      * MES AINDA ABERTO NAO VAI P/ A SEFAZ - FALTAM REDUCOES **********
           IF MES-REFERENCIA NOT < DATA-HOJE (1:6)
              DISPLAY "MES " MES-REFERENCIA " AINDA NAO FECHADO - "
                 "SO SE GERA O SINTEGRA DE MES ANTERIOR AO CORRENTE"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

      * ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE ***********
           MOVE MES-AAAA TO AUX-AAAA.
           MOVE MES-MM TO AUX-MM.
           MOVE "01" TO AUX-DD.
           MOVE DATA-AUX-X TO DATA-INICIAL.
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
           MOVE DATA-AUX-X TO DATA-FINAL.

           STRING "ARQ" MES-REFERENCIA
              DELIMITED BY SIZE INTO DIR-MORTO
           END-STRING.
           STRING "SINTEGRA" MES-REFERENCIA ".TXT"
              DELIMITED BY SIZE INTO ARQ-SINTEGRA
           END-STRING.
           STRING "SINTEGRA" MES-REFERENCIA ".REL"
              DELIMITED BY SIZE INTO ARQ-RELATORIO
           END-STRING.

           PERFORM CARREGA-TERMINAIS.
           IF QTD-LANCES = ZERO
              DISPLAY "CADASTRO DE TERMINAIS VAZIO OU AUSENTE - "
                 "RODE O CADTERM"
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           PERFORM CARREGA-QUEBRAS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM LE-EMITENTE.
           PERFORM CARREGA-ALIQUOTAS.

           OPEN OUTPUT ARQSIN.
           IF WSTA-SIN NOT = "00"
              DISPLAY "FALHA AO CRIAR ARQUIVO SINTEGRA: " ARQ-SINTEGRA
                 " - WSTA=" WSTA-SIN
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.
           OPEN OUTPUT ARQREL.
           IF WSTA-REL NOT = "00"
              DISPLAY "FALHA AO CRIAR CRITICA: " ARQ-RELATORIO
                 " - WSTA=" WSTA-REL
              CLOSE ARQSIN
              MOVE 1 TO RETCODE
              GO TO FINALIZA
           END-IF.

           PERFORM GRAVA-CABECALHO-CRITICA.
           IF EMITENTE-LIDO NOT = "S"
              MOVE DATA-INICIAL TO DATA-DIA
              MOVE SPACES TO TERM-ATUAL
              MOVE "EMITENTE.DAT AUSENTE - REGISTROS 10/11 SEM DADOS"
                 TO DET-OCORRENCIA
              PERFORM GRAVA-OCORRENCIA
           END-IF.
           IF QTD-VIGENCIAS = ZERO
              MOVE DATA-INICIAL TO DATA-DIA
              MOVE SPACES TO TERM-ATUAL
              MOVE "TABELA ALIQICMS.DAT VAZIA OU AUSENTE - VER CADALIQ"
                 TO DET-OCORRENCIA
              PERFORM GRAVA-OCORRENCIA
           END-IF.
           PERFORM GRAVA-REGISTROS-10-11.

           OPEN INPUT ARQECF.
           IF WSTA-ECF = "00"
              MOVE "S" TO ECF-ABERTO
           END-IF.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > ULTIMO-DIA
              PERFORM PROCESSA-DIA
           END-PERFORM.
           IF ECF-ABERTO = "S"
              CLOSE ARQECF
           END-IF.

           PERFORM CONFERE-CONTROLE-Z.
           PERFORM LISTA-CODIGOS-SEM-SITUACAO.
           PERFORM GRAVA-REGISTRO-90.
           PERFORM GRAVA-RODAPE-CRITICA.
           CLOSE ARQSIN.
           CLOSE ARQREL.

           DISPLAY "ARQUIVO SINTEGRA GRAVADO EM " ARQ-SINTEGRA.
           DISPLAY "CRITICA GRAVADA EM " ARQ-RELATORIO.
           MOVE QTD-OCORRENCIAS TO ROD-OCORRENCIAS.
           DISPLAY "OCORRENCIAS: " ROD-OCORRENCIAS.
           IF QTD-OCORRENCIAS > ZERO
              MOVE 1 TO RETCODE
           END-IF.

       FINALIZA.
           STOP RUN RETURNING RETCODE.

      ******************************************************************
      * CARREGA TODOS OS TERMINAIS DO CADASTRO. SO OS ATIVOS SAO        *
      * COBRADOS POR DIA SEM REDUCAO, MAS A REDUCAO DE UM TERMINAL QUE  *
      * SAIU DE OPERACAO NO MEIO DO MES TAMBEM VAI P/ O ARQUIVO         *
      ******************************************************************
       CARREGA-TERMINAIS.
           MOVE ZERO TO QTD-LANCES.
           OPEN INPUT ARQTERM.
           IF WSTA-TERM = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQTERM
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       IF QTD-LANCES < MAX-LANCES
                          ADD 1 TO QTD-LANCES
                          MOVE TRM-NUMERO
                             TO LAN-TERM (QTD-LANCES)
                          MOVE TRM-SITUACAO
                             TO LAN-SITUACAO (QTD-LANCES)
                          MOVE SPACES TO LAN-SERIE (QTD-LANCES)
                          MOVE SPACES TO LAN-MOD-DOC (QTD-LANCES)
                          MOVE SPACES TO LAN-ULT-CONT (QTD-LANCES)
                          MOVE SPACES TO LAN-ULT-DATA (QTD-LANCES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTERM
           END-IF.

      ******************************************************************
      * CARREGA AS QUEBRAS DO CONTADOR Z DO MES DE REFERENCIA GRAVADAS  *
      * PELO ESC13 EM ESC13GAP.DAT                                      *
      ******************************************************************
       CARREGA-QUEBRAS.
           MOVE ZERO TO QTD-QUEBRAS.
           OPEN INPUT ARQGAP.
           IF WSTA-GAP = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQGAP
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-GAP TO REG-SALTO
                       IF GAP-DATA-MES = MES-REFERENCIA
                          AND QTD-QUEBRAS < MAX-QUEBRAS
                          ADD 1 TO QTD-QUEBRAS
                          MOVE GAP-DATA TO QBR-DATA (QTD-QUEBRAS)
                          MOVE GAP-TERM TO QBR-TERM (QTD-QUEBRAS)
                          MOVE GAP-TIPO TO QBR-TIPO (QTD-QUEBRAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQGAP
           END-IF.

      ******************************************************************
      * LEVA P/ A TABELA A SITUACAO DE CADA DIA DO MES NO CALENDARIO DA *
      * LOJA. DIA SEM REGISTRO (OU CALENDARIO AUSENTE) = DIA ABERTO     *
      ******************************************************************
       CARREGA-CALENDARIO.
           PERFORM VARYING IND-DIA FROM 1 BY 1
              UNTIL IND-DIA > 31
              MOVE "A" TO CAL-DIA-SITUACAO (IND-DIA)
           END-PERFORM.
           OPEN INPUT ARQCAL.
           IF WSTA-CAL = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCAL
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-CAL TO REG-CALENDARIO
                       IF CAL-DATA-MES = MES-REFERENCIA
                          AND CAL-DATA-DIA NUMERIC
                          AND CAL-DATA-DIA > ZERO
                          AND CAL-DATA-DIA NOT > 31
                          MOVE CAL-SITUACAO
                             TO CAL-DIA-SITUACAO (CAL-DATA-DIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCAL
           END-IF.

      ******************************************************************
      * LE A IDENTIFICACAO DO ESTABELECIMENTO EM EMITENTE.DAT           *
      ******************************************************************
       LE-EMITENTE.
           MOVE SPACES TO REG-EMITENTE.
           MOVE "N" TO EMITENTE-LIDO.
           OPEN INPUT ARQEMI.
           IF WSTA-EMI = "00"
              READ ARQEMI
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE LINHA-EMI TO REG-EMITENTE
                    MOVE "S" TO EMITENTE-LIDO
              END-READ
              CLOSE ARQEMI
           END-IF.

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
      * GRAVA OS REGISTROS 10 E 11. CAMPO NUMERICO DO EMITENTE QUE NAO  *
      * VEIO NUMERICO SAI ZERADO                                        *
      ******************************************************************
       GRAVA-REGISTROS-10-11.
           IF EMI-CNPJ NUMERIC
              MOVE EMI-CNPJ TO S10-CNPJ
           ELSE
              MOVE ZERO TO S10-CNPJ
           END-IF.
           MOVE EMI-IE TO S10-IE.
           MOVE EMI-RAZAO TO S10-RAZAO.
           MOVE EMI-MUNICIPIO TO S10-MUNICIPIO.
           MOVE EMI-UF TO S10-UF.
           IF EMI-FAX NUMERIC
              MOVE EMI-FAX TO S10-FAX
           ELSE
              MOVE ZERO TO S10-FAX
           END-IF.
           MOVE DATA-INICIAL TO S10-DATA-INI.
           MOVE DATA-FINAL TO S10-DATA-FIM.
           MOVE SIN-REG-10 TO LINHA-SIN-DADOS.
           PERFORM GRAVA-LINHA-SINTEGRA.

           MOVE EMI-LOGRADOURO TO S11-LOGRADOURO.
           IF EMI-NUMERO NUMERIC
              MOVE EMI-NUMERO TO S11-NUMERO
           ELSE
              MOVE ZERO TO S11-NUMERO
           END-IF.
           MOVE EMI-COMPLEMENTO TO S11-COMPLEMENTO.
           MOVE EMI-BAIRRO TO S11-BAIRRO.
           IF EMI-CEP NUMERIC
              MOVE EMI-CEP TO S11-CEP
           ELSE
              MOVE ZERO TO S11-CEP
           END-IF.
           MOVE EMI-CONTATO TO S11-CONTATO.
           IF EMI-TELEFONE NUMERIC
              MOVE EMI-TELEFONE TO S11-TELEFONE
           ELSE
              MOVE ZERO TO S11-TELEFONE
           END-IF.
           MOVE SIN-REG-11 TO LINHA-SIN-DADOS.
           PERFORM GRAVA-LINHA-SINTEGRA.

      ******************************************************************
      * PROCESSA UM DIA DO MES: CARREGA AS REDUCOES DA INTERFACE DO DIA *
      * E GRAVA O 60M/60A DE CADA TERMINAL DO CADASTRO, CRITICANDO OS   *
      * ATIVOS SEM REDUCAO. REDUCAO DE TERMINAL FORA DO CADASTRO TAMBEM *
      * VAI P/ O ARQUIVO (A REDUCAO EXISTE NA MEMORIA FISCAL), MAS E    *
      * CRITICADA                                                       *
      ******************************************************************
       PROCESSA-DIA.
           MOVE MES-REFERENCIA TO DIA-AAAAMM.
           MOVE IND-DIA TO DIA-DD.
           PERFORM CARREGA-INTERFACE-DIA.

           PERFORM VARYING IND-LANCE FROM 1 BY 1
              UNTIL IND-LANCE > QTD-LANCES
              MOVE LAN-TERM (IND-LANCE) TO TERM-ATUAL
              PERFORM LOCALIZA-REDUCAO
              IF QTD-DO-TERMINAL = ZERO
                 IF LAN-SITUACAO (IND-LANCE) = "A"
                    AND CAL-DIA-SITUACAO (IND-DIA) NOT = "F"
                    MOVE "DIA SEM REDUCAO Z NA INTERFACE CONTABIL"
                       TO DET-OCORRENCIA
                    PERFORM GRAVA-OCORRENCIA
                 END-IF
              ELSE
                 PERFORM OBTEM-EQUIPAMENTO
                 PERFORM GRAVA-REDUCOES-TERMINAL
                 MOVE ULT-CONT-TERMINAL TO LAN-ULT-CONT (IND-LANCE)
                 MOVE ULT-DATA-TERMINAL TO LAN-ULT-DATA (IND-LANCE)
              END-IF
           END-PERFORM.

           PERFORM VARYING IND-SOBRA FROM 1 BY 1
              UNTIL IND-SOBRA > QTD-REG-DIA
              IF DIA-USADO (IND-SOBRA) = "N"
                 MOVE DIA-REGISTRO (IND-SOBRA) TO REG-CONTABIL
                 MOVE CNT-TERMINAL TO TERM-ATUAL
                 MOVE "TERMINAL FORA DO CADASTRO TERMINAIS.DAT"
                    TO DET-OCORRENCIA
                 PERFORM GRAVA-OCORRENCIA
                 PERFORM LOCALIZA-REDUCAO
                 PERFORM OBTEM-EQUIPAMENTO
                 PERFORM GRAVA-REDUCOES-TERMINAL
              END-IF
           END-PERFORM.

      ******************************************************************
      * CARREGA AS LINHAS DA INTERFACE CONTABIL DO DIA. O ARQUIVO E     *
      * PROCURADO NO DIRETORIO CORRENTE E, SE O MES JA FOI ARQUIVADO    *
      * PELO ARQMES, NO ARQUIVO MORTO ARQAAAAMM                         *
      ******************************************************************
       CARREGA-INTERFACE-DIA.
           MOVE ZERO TO QTD-REG-DIA.
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
           IF WSTA-CONT = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQCONT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       IF QTD-REG-DIA < MAX-REG-DIA
                          ADD 1 TO QTD-REG-DIA
                          MOVE LINHA-CONT
                             TO DIA-REGISTRO (QTD-REG-DIA)
                          MOVE "N" TO DIA-USADO (QTD-REG-DIA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCONT
           END-IF.

      ******************************************************************
      * PROCURA NAS REDUCOES DO DIA AS DO TERMINAL EM TERM-ATUAL,       *
      * MARCANDO-AS COMO USADAS. DEIXA EM QTD-DO-TERMINAL QUANTAS ACHOU *
      ******************************************************************
       LOCALIZA-REDUCAO.
           MOVE ZERO TO QTD-DO-TERMINAL.
           PERFORM VARYING IND-REG FROM 1 BY 1
              UNTIL IND-REG > QTD-REG-DIA
              MOVE DIA-REGISTRO (IND-REG) TO REG-CONTABIL
              IF CNT-TERMINAL = TERM-ATUAL
                 ADD 1 TO QTD-DO-TERMINAL
                 MOVE "S" TO DIA-USADO (IND-REG)
              END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA O 60M/60A DE CADA REDUCAO Z DO TERMINAL EM TERM-ATUAL NO  *
      * DIA, NA ORDEM DA INTERFACE. LINHA QUE REPETE O CONTADOR Z DE UMA*
      * ANTERIOR DO MESMO TERMINAL E DESCARTADA E CRITICADA (A MESMA    *
      * REGRA DO ICMSMES). DEIXA EM ULT-CONT-TERMINAL/ULT-DATA-TERMINAL *
      * O CONTADOR E A DATA DA ULTIMA GRAVADA                           *
      ******************************************************************
       GRAVA-REDUCOES-TERMINAL.
           MOVE ZERO TO QTD-GRAVADAS-TERMINAL.
           MOVE SPACES TO ULT-CONT-TERMINAL.
           MOVE SPACES TO ULT-DATA-TERMINAL.
           PERFORM VARYING IND-REG FROM 1 BY 1
              UNTIL IND-REG > QTD-REG-DIA
              MOVE DIA-REGISTRO (IND-REG) TO REG-CONTABIL
              IF CNT-TERMINAL = TERM-ATUAL
                 PERFORM CONFERE-REPETIDA
                 IF REDUCAO-REPETIDA = "S"
                    MOVE SPACES TO DET-OCORRENCIA
                    STRING "REDUCAO Z " CNT-CONTADOR-Z
                          " REPETIDA NA INTERFACE - DESCARTADA"
                       DELIMITED BY SIZE INTO DET-OCORRENCIA
                    END-STRING
                    PERFORM GRAVA-OCORRENCIA
                 ELSE
                    ADD 1 TO QTD-GRAVADAS-TERMINAL
                    MOVE CNT-CONTADOR-Z TO ULT-CONT-TERMINAL
                    MOVE CNT-DATA-FISCAL TO ULT-DATA-TERMINAL
                    PERFORM GRAVA-REDUCAO
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * A REDUCAO EM REG-CONTABIL (POSICAO IND-REG NA TABELA DO DIA) E  *
      * REPETIDA QUANDO UMA LINHA ANTERIOR DO MESMO TERMINAL TEM O MESMO*
      * CONTADOR Z. CONTADOR ZERADO OU NAO NUMERICO NAO IDENTIFICA A    *
      * REDUCAO E NUNCA E TIDO COMO REPETIDO                            *
      ******************************************************************
       CONFERE-REPETIDA.
           MOVE "N" TO REDUCAO-REPETIDA.
           IF CNT-CONTADOR-Z NUMERIC
              AND CNT-CONTADOR-Z NOT = "000000"
              PERFORM VARYING IND-OUTRO FROM 1 BY 1
                 UNTIL IND-OUTRO NOT < IND-REG
                 MOVE DIA-REGISTRO (IND-OUTRO) TO REG-CONTABIL-OUTRO
                 IF OUT-TERMINAL = CNT-TERMINAL
                    AND OUT-CONTADOR-Z = CNT-CONTADOR-Z
                    MOVE "S" TO REDUCAO-REPETIDA
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * LE NO CADASTRO DE EQUIPAMENTOS A SERIE E O MODELO DO DOCUMENTO  *
      * DO ECF DO TERMINAL EM TERM-ATUAL (MODELO 2D QUANDO EM BRANCO)   *
      ******************************************************************
       OBTEM-EQUIPAMENTO.
           MOVE SPACES TO SERIE-ATUAL.
           MOVE "2D" TO MOD-DOC-ATUAL.
           IF ECF-ABERTO = "S"
              MOVE TERM-ATUAL TO ECF-TERM
              READ ARQECF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ECF-SERIE TO SERIE-ATUAL
                    IF ECF-MOD-DOC NOT = SPACES
                       MOVE ECF-MOD-DOC TO MOD-DOC-ATUAL
                    END-IF
              END-READ
           END-IF.

      ******************************************************************
      * GRAVA O 60M DA REDUCAO EM REG-CONTABIL E UM 60A P/ CADA         *
      * ALIQUOTA PREENCHIDA, CRITICANDO MAIS DE UMA REDUCAO NO DIA,     *
      * CONTADOR ZERADO, QUEBRA DO CONTADOR E ECF SEM SERIE             *
      ******************************************************************
       GRAVA-REDUCAO.
           IF QTD-GRAVADAS-TERMINAL > 1
              MOVE "MAIS DE UMA REDUCAO Z NO DIA - UM 60M P/ CADA"
                 TO DET-OCORRENCIA
              PERFORM GRAVA-OCORRENCIA
           END-IF.
           IF CNT-CONTADOR-Z = "000000"
              OR CNT-CONTADOR-Z NOT NUMERIC
              MOVE "CONTADOR DE REDUCAO Z ZERADO (000000)"
                 TO DET-OCORRENCIA
              PERFORM GRAVA-OCORRENCIA
           END-IF.
           PERFORM VARYING IND-QUEBRA FROM 1 BY 1
              UNTIL IND-QUEBRA > QTD-QUEBRAS
              IF QBR-DATA (IND-QUEBRA) = DATA-DIA
                 AND QBR-TERM (IND-QUEBRA) = TERM-ATUAL
                 MOVE SPACES TO DET-OCORRENCIA
                 STRING "QUEBRA DO CONTADOR Z ("
                       QBR-TIPO (IND-QUEBRA)
                       ") - VER RELGAP"
                    DELIMITED BY SIZE INTO DET-OCORRENCIA
                 END-STRING
                 PERFORM GRAVA-OCORRENCIA
              END-IF
           END-PERFORM.
           IF SERIE-ATUAL = SPACES
              MOVE "ECF SEM SERIE NO CADASTRO ECFTERM.DAT - VER CADECF"
                 TO DET-OCORRENCIA
              PERFORM GRAVA-OCORRENCIA
           END-IF.

           MOVE DATA-DIA TO S60M-DATA.
           MOVE SERIE-ATUAL TO S60M-SERIE.
           MOVE TERM-ATUAL TO S60M-ORDEM.
           MOVE MOD-DOC-ATUAL TO S60M-MOD-DOC.
           IF CNT-CONTADOR-Z NUMERIC
              MOVE CNT-CONTADOR-Z TO S60M-CRZ
           ELSE
              MOVE ZERO TO S60M-CRZ
           END-IF.
           IF CNT-TOTAL-BRUTO NUMERIC
              MOVE CNT-TOTAL-BRUTO-9 TO S60M-VENDA-BRUTA
           ELSE
              MOVE ZERO TO S60M-VENDA-BRUTA
           END-IF.
           MOVE SIN-REG-60M TO LINHA-SIN-DADOS.
           PERFORM GRAVA-LINHA-SINTEGRA.
           ADD 1 TO QTD-60M.
           ADD 1 TO QTD-TIPO-60.

           PERFORM VARYING IND-ALIQ FROM 1 BY 1
              UNTIL IND-ALIQ > 4
              IF CNT-ALIQ-COD (IND-ALIQ) NOT = SPACES
                 PERFORM GRAVA-ANALITICO
              END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA O 60A DE UMA ALIQUOTA DA REDUCAO. A SITUACAO TRIBUTARIA   *
      * VEM DA TABELA DE ALIQUOTAS VIGENTE NA DATA FISCAL: PERCENTUAL   *
      * COM 2 DECIMAIS SEM VIRGULA (EX. 1800) NO TIPO T, A LETRA DO     *
      * TIPO (F/I/N) NOS DEMAIS. CODIGO FORA DA TABELA SAI COMO O       *
      * CODIGO DA IMPRESSORA E VAI P/ A LISTA DA CRITICA                *
      ******************************************************************
       GRAVA-ANALITICO.
           MOVE SPACES TO SITUACAO-TRIB.
           MOVE CNT-ALIQ-COD (IND-ALIQ) TO BUSCA-CODIGO.
           MOVE CNT-DATA-FISCAL TO BUSCA-DATA.
           PERFORM BUSCA-ALIQUOTA.
           EVALUATE TRUE
              WHEN ACHOU-ALIQUOTA = "N"
                 MOVE CNT-ALIQ-COD (IND-ALIQ) TO SITUACAO-TRIB
                 PERFORM ANOTA-CODIGO-SEM-SITUACAO
              WHEN VIGENTE-TIPO = "T"
                 MOVE VIGENTE-PERCENTUAL TO PERCENTUAL-60A
                 MOVE PERCENTUAL-60A-X TO SITUACAO-TRIB
              WHEN OTHER
                 MOVE VIGENTE-TIPO TO SITUACAO-TRIB
           END-EVALUATE.
           MOVE DATA-DIA TO S60A-DATA.
           MOVE SERIE-ATUAL TO S60A-SERIE.
           MOVE SITUACAO-TRIB TO S60A-SITUACAO.
           IF CNT-ALIQ-TOT (IND-ALIQ) NUMERIC
              MOVE CNT-ALIQ-TOT-9 (IND-ALIQ) TO S60A-VALOR
           ELSE
              MOVE ZERO TO S60A-VALOR
           END-IF.
           MOVE SIN-REG-60A TO LINHA-SIN-DADOS.
           PERFORM GRAVA-LINHA-SINTEGRA.
           ADD 1 TO QTD-60A.
           ADD 1 TO QTD-TIPO-60.

      ******************************************************************
      * GUARDA (UMA VEZ SO) O CODIGO DE ALIQUOTA FORA DA TABELA (OU SEM *
      * VIGENCIA NA DATA) P/ A LISTA NO FIM DA CRITICA                  *
      ******************************************************************
       ANOTA-CODIGO-SEM-SITUACAO.
           MOVE "N" TO CODIGO-ACHADO.
           PERFORM VARYING IND-CODIGO FROM 1 BY 1
              UNTIL IND-CODIGO > QTD-CODIGOS
              IF COD-SEM-SITUACAO (IND-CODIGO) = CNT-ALIQ-COD (IND-ALIQ)
                 MOVE "S" TO CODIGO-ACHADO
              END-IF
           END-PERFORM.
           IF CODIGO-ACHADO = "N" AND QTD-CODIGOS < MAX-CODIGOS
              ADD 1 TO QTD-CODIGOS
              MOVE CNT-ALIQ-COD (IND-ALIQ)
                 TO COD-SEM-SITUACAO (QTD-CODIGOS)
           END-IF.

      ******************************************************************
      * CONFERE A ULTIMA REDUCAO DE CADA TERMINAL NO CONTROLE           *
      * ESC13ZCT.DAT: SE ELA E DO MES DE REFERENCIA E NAO E A ULTIMA    *
      * REDUCAO ENCONTRADA NA INTERFACE DO MES, FALTA REDUCAO NO        *
      * ARQUIVO (INTERFACE NAO GRAVADA OU ARQUIVO DO DIA PERDIDO)       *
      ******************************************************************
       CONFERE-CONTROLE-Z.
           OPEN INPUT ARQZCT.
           IF WSTA-ZCT = "00"
              MOVE "N" TO FIM-ARQUIVO
              PERFORM UNTIL FIM-ARQUIVO = "S"
                 READ ARQZCT
                    AT END
                       MOVE "S" TO FIM-ARQUIVO
                    NOT AT END
                       MOVE LINHA-ZCT TO REG-CONTROLE-Z
                       IF ZCT-DATA (1:6) = MES-REFERENCIA
                          PERFORM CONFERE-TERMINAL-CONTROLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQZCT
           END-IF.

      ******************************************************************
      * CONFERE UM REGISTRO DO CONTROLE CONTRA A ULTIMA REDUCAO DO      *
      * TERMINAL ENCONTRADA NA INTERFACE DO MES                         *
      ******************************************************************
       CONFERE-TERMINAL-CONTROLE.
           MOVE ZERO TO IND-ACHADO.
           PERFORM VARYING IND-LANCE FROM 1 BY 1
              UNTIL IND-LANCE > QTD-LANCES
              IF LAN-TERM (IND-LANCE) = ZCT-TERM
                 MOVE IND-LANCE TO IND-ACHADO
                 MOVE QTD-LANCES TO IND-LANCE
              END-IF
           END-PERFORM.
           IF IND-ACHADO > ZERO
              IF LAN-ULT-CONT (IND-ACHADO) NOT = ZCT-CONTADOR-X
                 OR LAN-ULT-DATA (IND-ACHADO) NOT = ZCT-DATA
                 MOVE ZCT-DATA TO DATA-DIA
                 MOVE ZCT-TERM TO TERM-ATUAL
                 MOVE SPACES TO DET-OCORRENCIA
                 STRING "REDUCAO " ZCT-CONTADOR-X
                       " DO ESC13ZCT.DAT NAO CONSTA DA INTERFACE"
                    DELIMITED BY SIZE INTO DET-OCORRENCIA
                 END-STRING
                 PERFORM GRAVA-OCORRENCIA
              END-IF
           END-IF.

      ******************************************************************
      * LISTA NO FIM DA CRITICA OS CODIGOS DE ALIQUOTA QUE FORAM P/ O   *
      * 60A SEM ALIQUOTA VIGENTE NA TABELA ALIQICMS.DAT                 *
      ******************************************************************
       LISTA-CODIGOS-SEM-SITUACAO.
           MOVE DATA-FINAL TO DATA-DIA.
           MOVE SPACES TO TERM-ATUAL.
           PERFORM VARYING IND-CODIGO FROM 1 BY 1
              UNTIL IND-CODIGO > QTD-CODIGOS
              MOVE SPACES TO DET-OCORRENCIA
              STRING "CODIGO DE ALIQUOTA " COD-SEM-SITUACAO (IND-CODIGO)
                    " FORA DA TABELA ALIQICMS.DAT"
                 DELIMITED BY SIZE INTO DET-OCORRENCIA
              END-STRING
              PERFORM GRAVA-OCORRENCIA
           END-PERFORM.

      ******************************************************************
      * GRAVA O REGISTRO 90 - TOTAL DE REGISTROS TIPO 60 E TOTAL GERAL  *
      * DO ARQUIVO (INCLUSIVE O PROPRIO 90)                             *
      ******************************************************************
       GRAVA-REGISTRO-90.
           MOVE S10-CNPJ TO S90-CNPJ.
           MOVE S10-IE TO S90-IE.
           MOVE QTD-TIPO-60 TO S90-QTD-60.
           COMPUTE S90-QTD-99 = QTD-REGISTROS + 1.
           MOVE SIN-REG-90 TO LINHA-SIN-DADOS.
           PERFORM GRAVA-LINHA-SINTEGRA.

      ******************************************************************
      * GRAVA UMA LINHA DO ARQUIVO SINTEGRA (JA EM LINHA-SIN-DADOS),    *
      * FECHADA COM CR/LF, E CONTA                                      *
      ******************************************************************
       GRAVA-LINHA-SINTEGRA.
           MOVE FIM-LINHA-SIN TO LINHA-SIN-FIM.
           WRITE LINHA-SIN.
           ADD 1 TO QTD-REGISTROS.

      ******************************************************************
      * GRAVA O CABECALHO DA CRITICA                                    *
      ******************************************************************
       GRAVA-CABECALHO-CRITICA.
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

      ******************************************************************
      * GRAVA UMA LINHA DE OCORRENCIA DA CRITICA (DATA EM DATA-DIA,     *
      * TERMINAL EM TERM-ATUAL, TEXTO EM DET-OCORRENCIA) E CONTA        *
      ******************************************************************
       GRAVA-OCORRENCIA.
           MOVE DATA-DIA (7:2) TO DET-DIA.
           MOVE DATA-DIA (5:2) TO DET-MES.
           MOVE DATA-DIA (1:4) TO DET-ANO.
           MOVE TERM-ATUAL TO DET-TERM.
           MOVE REL-DETALHE TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO QTD-OCORRENCIAS.

      ******************************************************************
      * GRAVA O RODAPE DA CRITICA COM AS CONTAGENS DO ARQUIVO           *
      ******************************************************************
       GRAVA-RODAPE-CRITICA.
           IF QTD-OCORRENCIAS = ZERO
              MOVE REL-LIMPO TO LINHA-REL
              WRITE LINHA-REL
           END-IF.
           MOVE REL-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-60M TO ROD-60M.
           MOVE QTD-60A TO ROD-60A.
           MOVE REL-RODAPE-1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE QTD-REGISTROS TO ROD-REGISTROS.
           MOVE QTD-OCORRENCIAS TO ROD-OCORRENCIAS.
           MOVE REL-RODAPE-2 TO LINHA-REL.
           WRITE LINHA-REL.
