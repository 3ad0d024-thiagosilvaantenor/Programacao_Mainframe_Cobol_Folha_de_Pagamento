		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRENC.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * ENCARGOS PATRONAIS E GUIAS DE RECOLHIMENTO DA     *
      * COMPETENCIA FECHADA NO FECHAFOLHA - INSS PATRONAL,*
      * RAT AJUSTADO PELO FAP E TERCEIROS SOBRE A BASE DO *
      * INSS (BASEFOLHA OU BRUTO DO HISTFOLHA) E O FGTS   *
      * DEPOSITADO (FGTSFOLHA), POR DEPARTAMENTO E GERAL, *
      * COM OS PERCENTUAIS VIGENTES NO ENCFOLHA (PROGRPEN)*
      * QUADRO DE GUIAS GPS/DCTFWEB (MENOS O SALARIO-     *
      * FAMILIA E O SALARIO-MATERNIDADE PAGOS), DARF DO   *
      * IRRF RETIDO E FGTS COM VENCIMENTO. RELATORIO      *
      * RELENC.LST E ARQUIVO PARA O CONTAS A PAGAR        *
      * (CPAGENC.AAAAMM.TXT)                              *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT CADFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CODIGO
			FILE STATUS IS ST-ERRO.
		SELECT HISTFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HIST-CHAVE
			FILE STATUS IS ST-HIST.
		SELECT FGTSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FGTS-CHAVE
			FILE STATUS IS ST-FGTS.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
		SELECT FECHAFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FEC-COMPETENCIA
			FILE STATUS IS ST-FEC.
		SELECT ENCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ENC-COMPETENCIA
			FILE STATUS IS ST-ENC.
		SELECT DEPFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEP-CODIGO
			FILE STATUS IS ST-DEP.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT RELENC ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT CPAGENC ASSIGN TO W-NOMEARQ
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
		FD CADFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "REGFOLHA.DAT".
		01 REGFOLHA.
		   03 CODIGO         PIC 9(6).
		   03 NOME           PIC X(30).
		   03 TIPOSALARIO    PIC X(1).
		   03 HORASTRABALHADAS PIC 9(3).
		   03 DIASTRABALHADAS  PIC 9(2).
		   03 SALARIOBASE    PIC 9(6)V99.
		   03 NUMEROFILHOS   PIC 9(2).
		   03 DEPARTAMENTO   PIC 9(2).
		   03 FUNCAO         PIC X(1).
		   03 SALARIOBRUTO   PIC 9(6)V99.
		   03 INSS			 PIC 9(6)V99.
		   03 IMPOSTORENDA   PIC 9(6)V99.
		   03 SALARIOFAMILIA PIC 9(6)V99.
		   03 SALARIOLIQ     PIC 9(6)V99.

		FD HISTFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "HISTFOLHA.DAT".
		01 REGHIST.
		   03 HIST-CHAVE.
		      05 HIST-CODIGO       PIC 9(06).
		      05 HIST-COMPETENCIA  PIC 9(06).
		   03 HIST-SALARIOBRUTO    PIC 9(06)V99.
		   03 HIST-INSS            PIC 9(06)V99.
		   03 HIST-IMPOSTORENDA    PIC 9(06)V99.
		   03 HIST-SALARIOFAMILIA  PIC 9(06)V99.
		   03 HIST-SALARIOLIQ      PIC 9(06)V99.

		FD FGTSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "FGTSFOLHA.DAT".
		01 REGFGTS.
		   03 FGTS-CHAVE.
		      05 FGTS-CODIGO       PIC 9(06).
		      05 FGTS-COMPETENCIA  PIC 9(06).
		   03 FGTS-VALORDEPOSITO   PIC 9(06)V99.

		FD BASEFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "BASEFOLHA.DAT".
		01 REGBAS.
		   03 BAS-CHAVE.
		      05 BAS-CODIGO       PIC 9(06).
		      05 BAS-COMPETENCIA  PIC 9(06).
		   03 BAS-BASEINSS        PIC 9(06)V99.
		   03 BAS-BASEIRRF        PIC 9(06)V99.
		   03 BAS-BASEFGTS        PIC 9(06)V99.

		FD FECHAFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "FECHAFOLHA.DAT".
		01 REGFECHA.
		   03 FEC-COMPETENCIA     PIC 9(06).
		   03 FEC-STATUS          PIC X(01).
		      88 FEC-ABERTA       VALUE "A".
		      88 FEC-FECHADA      VALUE "F".

		FD ENCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ENCFOLHA.DAT".
		01 REGENC.
		   03 ENC-COMPETENCIA     PIC 9(06).
		   03 ENC-PERCINSS        PIC 9(02)V99.
		   03 ENC-PERCRAT         PIC 9(01)V99.
		   03 ENC-FAP             PIC 9(01)V9999.
		   03 ENC-PERCTERC        PIC 9(02)V99.
		   03 ENC-PERCFGTS        PIC 9(02)V99.
		   03 ENC-DIAGPS          PIC 9(02).
		   03 ENC-DIADARF         PIC 9(02).
		   03 ENC-DIAFGTS         PIC 9(02).

		FD DEPFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DEPFOLHA.DAT".
		01 REGDEP.
		   03 DEP-CODIGO      PIC 9(02).
		   03 DEP-DESCRICAO   PIC X(15).
		   03 DEP-SITUACAO    PIC X(01).

		FD LANCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "LANCFOLHA.DAT".
		01 REGLANC.
		   03 LAN-CHAVE.
		      05 LAN-CODIGO       PIC 9(06).
		      05 LAN-COMPETENCIA  PIC 9(06).
		      05 LAN-RUBRICA      PIC 9(03).
		   03 LAN-TIPO            PIC X(01).
		   03 LAN-DESCRICAO       PIC X(20).
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.

		FD RELENC
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELENC.LST".
		01 LINHAREL           PIC X(132).

		FD CPAGENC
			LABEL RECORD IS STANDARD.
		01 LINHACPG           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-ERRO3           PIC X(02) VALUE "00".
       01 ST-HIST            PIC X(02) VALUE "00".
       01 ST-FGTS            PIC X(02) VALUE "00".
       01 ST-BAS             PIC X(02) VALUE "00".
       01 ST-FEC             PIC X(02) VALUE "00".
       01 ST-ENC             PIC X(02) VALUE "00".
       01 ST-DEP             PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
       01 W-TEM-BASE         PIC X(01) VALUE "N".
       01 W-TEM-LANC         PIC X(01) VALUE "N".
       01 W-TEM-ENC          PIC X(01) VALUE "N".
       01 W-FIM-HIST         PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-NOMEARQ          PIC X(20) VALUE SPACES.

      * PERCENTUAIS EM VIGOR NA COMPETENCIA (ENCFOLHA) - NA FALTA
      * DE CADASTRO, EMPRESA SEM DESONERACAO COM RAT MEDIO E FAP 1
       01 W-PERC-INSS        PIC 9(02)V99 VALUE 20.
       01 W-PERC-RAT         PIC 9(01)V99 VALUE 2.
       01 W-FAP              PIC 9(01)V9999 VALUE 1.
       01 W-PERC-RATFAP      PIC 9(02)V9999 VALUE ZEROS.
       01 W-PERC-TERC        PIC 9(02)V99 VALUE 5,80.
       01 W-PERC-FGTS        PIC 9(02)V99 VALUE 8.
       01 W-DIA-GPS          PIC 9(02) VALUE 20.
       01 W-DIA-DARF         PIC 9(02) VALUE 20.
       01 W-DIA-FGTS         PIC 9(02) VALUE 20.
       01 W-VIGENCIA         PIC 9(06) VALUE ZEROS.

      * VENCIMENTO DAS GUIAS: DIA PARAMETRIZADO DO MES SEGUINTE
       01 W-VENC             PIC 9(08) VALUE ZEROS.
       01 W-VENC-R REDEFINES W-VENC.
          03 W-VENC-ANO      PIC 9(04).
          03 W-VENC-MES      PIC 9(02).
          03 W-VENC-DIA      PIC 9(02).
       01 W-VENC-GPS         PIC 9(08) VALUE ZEROS.
       01 W-VENC-DARF        PIC 9(08) VALUE ZEROS.
       01 W-VENC-FGTS        PIC 9(08) VALUE ZEROS.
       01 W-DATA-ED          PIC 9(08) VALUE ZEROS.
       01 W-DATA-ED-R REDEFINES W-DATA-ED.
          03 W-ED-ANO        PIC 9(04).
          03 W-ED-MES        PIC 9(02).
          03 W-ED-DIA        PIC 9(02).

       01 W-BASE-FUNC        PIC 9(06)V99 VALUE ZEROS.
       01 W-PATR-FUNC        PIC 9(06)V99 VALUE ZEROS.
       01 W-RAT-FUNC         PIC 9(06)V99 VALUE ZEROS.
       01 W-TERC-FUNC        PIC 9(06)V99 VALUE ZEROS.
       01 W-GPS-CALC         PIC S9(10)V99 VALUE ZEROS.
       01 W-VLR-GPS          PIC 9(10)V99 VALUE ZEROS.
       01 W-VLR-COMPENSAR    PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-DESLIG      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMFGTS     PIC 9(06) VALUE ZEROS.
       01 IND                PIC 9(02) VALUE ZEROS.

	   01 TABDEPART.
		  03 TBDEP	PIC X(15) OCCURS 11 TIMES.

      * ACUMULADOS POR DEPARTAMENTO; A LINHA 11 RECEBE OS DESLIGADOS
      * NA COMPETENCIA, QUE O PROGRFP JA EXCLUIU DO CADFOLHA.
       01 TAB-DEPTOT.
          03 DPT-DEP OCCURS 11 TIMES.
             05 DPT-QTDE      PIC 9(05).
             05 DPT-BASE      PIC 9(09)V99.
             05 DPT-PATR      PIC 9(09)V99.
             05 DPT-RAT       PIC 9(09)V99.
             05 DPT-TERC      PIC 9(09)V99.
             05 DPT-FGTS      PIC 9(09)V99.
             05 DPT-INSSRET   PIC 9(09)V99.
             05 DPT-IRRF      PIC 9(09)V99.
             05 DPT-SALFAM    PIC 9(09)V99.

       01 TOT-GERAL.
          03 TOT-QTDE         PIC 9(05).
          03 TOT-BASE         PIC 9(09)V99.
          03 TOT-PATR         PIC 9(09)V99.
          03 TOT-RAT          PIC 9(09)V99.
          03 TOT-TERC         PIC 9(09)V99.
          03 TOT-FGTS         PIC 9(09)V99.
          03 TOT-INSSRET      PIC 9(09)V99.
          03 TOT-IRRF         PIC 9(09)V99.
          03 TOT-SALFAM       PIC 9(09)V99.
       01 W-TOT-ENC          PIC 9(10)V99 VALUE ZEROS.
      * SALARIO-MATERNIDADE PAGO NA COMPETENCIA (RUBRICA 103 DO
      * LANCFOLHA, GERADA PELO PROGRAFA), DEDUZIDO NA GPS
       01 W-RUB-SALMAT       PIC 9(03) VALUE 103.
       01 W-TOT-SALMAT       PIC 9(09)V99 VALUE ZEROS.

       01 W-LINCPG.
          03 CGUIA           PIC X(12).
          03 FILLER          PIC X(01) VALUE ";".
          03 CCOMPET         PIC 9(06).
          03 FILLER          PIC X(01) VALUE ";".
          03 CVENC           PIC 9(08).
          03 FILLER          PIC X(01) VALUE ";".
          03 CVALOR          PIC 9(10)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 CHIST           PIC X(40).

       01 LIN-CAB1.
          03 FILLER PIC X(52) VALUE
             "ENCARGOS PATRONAIS E GUIAS A RECOLHER - COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
          03 FILLER PIC X(23) VALUE "   PERCENTUAIS VIGENTES".
          03 FILLER PIC X(07) VALUE " DESDE ".
          03 CAB-VIGENCIA PIC 9(06).
       01 LIN-CAB2.
          03 FILLER PIC X(15) VALUE "INSS PATRONAL: ".
          03 CAB-INSS   PIC Z9,99.
          03 FILLER PIC X(09) VALUE "%   RAT: ".
          03 CAB-RAT    PIC 9,99.
          03 FILLER PIC X(09) VALUE "% X FAP: ".
          03 CAB-FAP    PIC 9,9999.
          03 FILLER PIC X(03) VALUE " = ".
          03 CAB-RATFAP PIC Z9,9999.
          03 FILLER PIC X(15) VALUE "%   TERCEIROS: ".
          03 CAB-TERC   PIC Z9,99.
          03 FILLER PIC X(10) VALUE "%   FGTS: ".
          03 CAB-FGTS   PIC Z9,99.
          03 FILLER PIC X(01) VALUE "%".
       01 LIN-CAB3.
          03 FILLER PIC X(39) VALUE
             "DP DEPARTAMENTO     QTDE      BASE INSS".
          03 FILLER PIC X(45) VALUE
             "   INSS PATRON.        RAT/FAP      TERCEIROS".
          03 FILLER PIC X(30) VALUE
             "           FGTS TOTAL ENCARGOS".
       01 LIN-DEP.
          03 SDEPCOD   PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SDEPNOME  PIC X(15).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SQTDE     PIC ZZZZ9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SBASE     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SPATR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SRAT      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 STERC     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SFGTS     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 STOTAL    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-CAB-GPS.
          03 FILLER PIC X(40) VALUE
             "COMPOSICAO DA GPS/DCTFWEB".
       01 LIN-GPS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 GDESC     PIC X(37).
          03 GVALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-CAB-GUIA.
          03 FILLER PIC X(42) VALUE
             "QUADRO DE GUIAS A RECOLHER                ".
       01 LIN-CAB-GUIA2.
          03 FILLER PIC X(46) VALUE
             "GUIA          COMPET. VENCIMENTO         VALOR".
       01 LIN-GUIA.
          03 QGUIA     PIC X(12).
          03 FILLER    PIC X(02) VALUE SPACES.
          03 QCOMPET   PIC 9(06).
          03 FILLER    PIC X(02) VALUE SPACES.
          03 QVENC-DIA PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 QVENC-MES PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 QVENC-ANO PIC 9(04).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 QVALOR    PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ENCARGOS PATRONAIS E GUIAS DE RECOLHIMENTO".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA FECHADA (AAAAMM): ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET
           END-IF.
           STRING "CPAGENC."  DELIMITED BY SIZE
                  W-COMPET    DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
                  INTO W-NOMEARQ.
           MOVE ZEROS TO TAB-DEPTOT TOT-GERAL.

       R0.
      * SO HA ENCARGO A RECOLHER DA FOLHA JA FECHADA PELO PROGRREC
           OPEN INPUT FECHAFOLHA
           IF ST-FEC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO FECHAFOLHA (nenhuma "
                        "competencia fechada pelo PROGRREC): " ST-FEC
               GO TO ROT-FIM
           END-IF.
           MOVE W-COMPET TO FEC-COMPETENCIA
           READ FECHAFOLHA
           IF ST-FEC NOT = "00" OR NOT FEC-FECHADA
               DISPLAY "*** COMPETENCIA " W-COMPET " NAO ESTA FECHADA "
                        "- RODE O PROGRREC MODO P ANTES ***"
               CLOSE FECHAFOLHA
               GO TO ROT-FIM
           END-IF.
           CLOSE FECHAFOLHA.
           PERFORM CARREGA-PERCENTUAIS THRU CARREGA-PERCENTUAIS-FIM.
           PERFORM ABRE-DEP THRU ABRE-DEP-FIM.
           PERFORM CARREGA-DEP THRU CARREGA-DEP-FIM.
           MOVE "DESLIGADOS" TO TBDEP(11).
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE DEPFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT HISTFOLHA
           IF ST-HIST NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HISTFOLHA (rode o PROGRREC "
                        "para gerar a folha da competencia): " ST-HIST
               CLOSE DEPFOLHA CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT FGTSFOLHA
           IF ST-FGTS NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO FGTSFOLHA: " ST-FGTS
               CLOSE DEPFOLHA CADFOLHA HISTFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT BASEFOLHA
           IF ST-BAS = "00"
               MOVE "S" TO W-TEM-BASE
           ELSE
               DISPLAY "BASEFOLHA INDISPONIVEL - BASE DO INSS PELO "
                        "BRUTO: " ST-BAS
           END-IF.
           OPEN INPUT LANCFOLHA
           IF ST-LAN = "00"
               MOVE "S" TO W-TEM-LANC
           ELSE
               DISPLAY "LANCFOLHA INDISPONIVEL - SEM DEDUCAO DE "
                        "SALARIO-MATERNIDADE: " ST-LAN
           END-IF.
           OPEN OUTPUT RELENC
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELENC: " ST-ERRO2
               CLOSE DEPFOLHA CADFOLHA HISTFOLHA FGTSFOLHA
               IF W-TEM-BASE = "S"
                  CLOSE BASEFOLHA
               END-IF
               IF W-TEM-LANC = "S"
                  CLOSE LANCFOLHA
               END-IF
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT CPAGENC
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOMEARQ
                       ": " ST-ERRO3
               CLOSE DEPFOLHA CADFOLHA HISTFOLHA FGTSFOLHA RELENC
               IF W-TEM-BASE = "S"
                  CLOSE BASEFOLHA
               END-IF
               IF W-TEM-LANC = "S"
                  CLOSE LANCFOLHA
               END-IF
               GO TO ROT-FIM
           END-IF.

      * ---- UM REGISTRO DO HISTFOLHA POR VINCULO NA COMPETENCIA ----
       R1-LER.
           READ HISTFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-HIST
           END-READ.
           IF W-FIM-HIST = "S"
               GO TO R5-DEPTOS
           END-IF.
           IF HIST-COMPETENCIA NOT = W-COMPET
               GO TO R1-LER
           END-IF.
           ADD 1 TO W-QTDE-LIDOS.

           MOVE HIST-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "00"
              IF DEPARTAMENTO < 1 OR DEPARTAMENTO > 10
                 MOVE 1 TO IND
              ELSE
                 MOVE DEPARTAMENTO TO IND
              END-IF
           ELSE
              MOVE 11 TO IND
              ADD 1 TO W-QTDE-DESLIG
              MOVE "00" TO ST-ERRO
           END-IF.

      * BASE DO INSS CONFORME AS INCIDENCIAS DAS RUBRICAS, GRAVADA
      * NO BASEFOLHA PELO CALCULO; NA FALTA DELA, O BRUTO DO HISTFOLHA.
           MOVE HIST-SALARIOBRUTO TO W-BASE-FUNC
           IF W-TEM-BASE = "S"
              MOVE HIST-CODIGO TO BAS-CODIGO
              MOVE W-COMPET    TO BAS-COMPETENCIA
              READ BASEFOLHA
              IF ST-BAS = "00"
                 MOVE BAS-BASEINSS TO W-BASE-FUNC
              ELSE
                 MOVE "00" TO ST-BAS
              END-IF
           END-IF.

           MOVE HIST-CODIGO TO FGTS-CODIGO
           MOVE W-COMPET    TO FGTS-COMPETENCIA
           READ FGTSFOLHA
           IF ST-FGTS NOT = "00"
              MOVE ZEROS TO FGTS-VALORDEPOSITO
              ADD 1 TO W-QTDE-SEMFGTS
              MOVE "00" TO ST-FGTS
           END-IF.

           COMPUTE W-PATR-FUNC ROUNDED =
                   W-BASE-FUNC * W-PERC-INSS / 100
           COMPUTE W-RAT-FUNC ROUNDED =
                   W-BASE-FUNC * W-PERC-RATFAP / 100
           COMPUTE W-TERC-FUNC ROUNDED =
                   W-BASE-FUNC * W-PERC-TERC / 100

           ADD 1                   TO DPT-QTDE(IND)    TOT-QTDE
           ADD W-BASE-FUNC         TO DPT-BASE(IND)    TOT-BASE
           ADD W-PATR-FUNC         TO DPT-PATR(IND)    TOT-PATR
           ADD W-RAT-FUNC          TO DPT-RAT(IND)     TOT-RAT
           ADD W-TERC-FUNC         TO DPT-TERC(IND)    TOT-TERC
           ADD FGTS-VALORDEPOSITO  TO DPT-FGTS(IND)    TOT-FGTS
           ADD HIST-INSS           TO DPT-INSSRET(IND) TOT-INSSRET
           ADD HIST-IMPOSTORENDA   TO DPT-IRRF(IND)    TOT-IRRF
           ADD HIST-SALARIOFAMILIA TO DPT-SALFAM(IND)  TOT-SALFAM.

           IF W-TEM-LANC = "S"
              MOVE HIST-CODIGO  TO LAN-CODIGO
              MOVE W-COMPET     TO LAN-COMPETENCIA
              MOVE W-RUB-SALMAT TO LAN-RUBRICA
              READ LANCFOLHA
              IF ST-LAN = "00"
                 ADD LAN-VALOR TO W-TOT-SALMAT
              ELSE
                 MOVE "00" TO ST-LAN
              END-IF
           END-IF.
           GO TO R1-LER.

      *---------[ ENCARGOS POR DEPARTAMENTO E TOTAL GERAL ]-------------
       R5-DEPTOS.
           MOVE W-COMPET      TO CAB-COMPET
           MOVE W-VIGENCIA    TO CAB-VIGENCIA
           MOVE W-PERC-INSS   TO CAB-INSS
           MOVE W-PERC-RAT    TO CAB-RAT
           MOVE W-FAP         TO CAB-FAP
           MOVE W-PERC-RATFAP TO CAB-RATFAP
           MOVE W-PERC-TERC   TO CAB-TERC
           MOVE W-PERC-FGTS   TO CAB-FGTS
           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB3 TO LINHAREL
           WRITE LINHAREL
           MOVE 1 TO IND.
       R5-DEP-LOOP.
           IF IND > 11
               GO TO R6-TOTALGERAL
           END-IF.
           IF DPT-QTDE(IND) = 0
               ADD 1 TO IND
               GO TO R5-DEP-LOOP
           END-IF.
           COMPUTE W-TOT-ENC = DPT-PATR(IND) + DPT-RAT(IND)
                             + DPT-TERC(IND) + DPT-FGTS(IND)
           MOVE IND            TO SDEPCOD
           MOVE TBDEP(IND)     TO SDEPNOME
           MOVE DPT-QTDE(IND)  TO SQTDE
           MOVE DPT-BASE(IND)  TO SBASE
           MOVE DPT-PATR(IND)  TO SPATR
           MOVE DPT-RAT(IND)   TO SRAT
           MOVE DPT-TERC(IND)  TO STERC
           MOVE DPT-FGTS(IND)  TO SFGTS
           MOVE W-TOT-ENC      TO STOTAL
           MOVE LIN-DEP TO LINHAREL
           WRITE LINHAREL
           ADD 1 TO IND
           GO TO R5-DEP-LOOP.

       R6-TOTALGERAL.
           COMPUTE W-TOT-ENC = TOT-PATR + TOT-RAT + TOT-TERC + TOT-FGTS
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE ZEROS          TO SDEPCOD
           MOVE "TOTAL GERAL"  TO SDEPNOME
           MOVE TOT-QTDE       TO SQTDE
           MOVE TOT-BASE       TO SBASE
           MOVE TOT-PATR       TO SPATR
           MOVE TOT-RAT        TO SRAT
           MOVE TOT-TERC       TO STERC
           MOVE TOT-FGTS       TO SFGTS
           MOVE W-TOT-ENC      TO STOTAL
           MOVE LIN-DEP TO LINHAREL
           WRITE LINHAREL.

      *---------[ GUIAS A RECOLHER ]------------------------------------
      * GPS/DCTFWEB: INSS DESCONTADO + PATRONAL + RAT/FAP + TERCEIROS,
      * DEDUZIDOS O SALARIO-FAMILIA E O SALARIO-MATERNIDADE PAGOS. SE
      * A DEDUCAO FOR MAIOR QUE A CONTRIBUICAO A GUIA SAI ZERADA E A
      * SOBRA FICA A COMPENSAR.
       R7-GUIAS.
           COMPUTE W-GPS-CALC = TOT-INSSRET + TOT-PATR + TOT-RAT
                              + TOT-TERC - TOT-SALFAM - W-TOT-SALMAT
           IF W-GPS-CALC < ZEROS
              COMPUTE W-VLR-COMPENSAR = ZEROS - W-GPS-CALC
              MOVE ZEROS TO W-VLR-GPS
           ELSE
              MOVE W-GPS-CALC TO W-VLR-GPS
           END-IF.
           MOVE W-DIA-GPS  TO W-VENC-DIA
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM
           MOVE W-VENC     TO W-VENC-GPS
           MOVE W-DIA-DARF TO W-VENC-DIA
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM
           MOVE W-VENC     TO W-VENC-DARF
           MOVE W-DIA-FGTS TO W-VENC-DIA
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM
           MOVE W-VENC     TO W-VENC-FGTS.

           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-GPS TO LINHAREL
           WRITE LINHAREL
           MOVE "INSS DESCONTADO DOS FUNCIONARIOS" TO GDESC
           MOVE TOT-INSSRET TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(+) INSS PATRONAL" TO GDESC
           MOVE TOT-PATR TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(+) RAT AJUSTADO PELO FAP" TO GDESC
           MOVE TOT-RAT TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(+) TERCEIROS" TO GDESC
           MOVE TOT-TERC TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(-) SALARIO-FAMILIA PAGO" TO GDESC
           MOVE TOT-SALFAM TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(-) SALARIO-MATERNIDADE PAGO" TO GDESC
           MOVE W-TOT-SALMAT TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           MOVE "(=) GPS/DCTFWEB A RECOLHER" TO GDESC
           MOVE W-VLR-GPS TO GVALOR
           PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           IF W-VLR-COMPENSAR > ZEROS
              MOVE "SAL.-FAMILIA/MATERNIDADE A COMPENSAR" TO GDESC
              MOVE W-VLR-COMPENSAR TO GVALOR
              PERFORM IMPRIME-GPS THRU IMPRIME-GPS-FIM
           END-IF.

           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-GUIA TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-GUIA2 TO LINHAREL
           WRITE LINHAREL.

           MOVE "GPS/DCTFWEB" TO QGUIA CGUIA
           MOVE W-VENC-GPS    TO W-DATA-ED
           MOVE W-VLR-GPS     TO QVALOR CVALOR
           MOVE "CONTRIBUICOES PREVIDENCIARIAS DA FOLHA" TO CHIST
           PERFORM IMPRIME-GUIA THRU IMPRIME-GUIA-FIM
           MOVE "DARF IRRF"   TO QGUIA CGUIA
           MOVE W-VENC-DARF   TO W-DATA-ED
           MOVE TOT-IRRF      TO QVALOR CVALOR
           MOVE "IRRF RETIDO SOBRE RENDIMENTOS DO TRABALHO" TO CHIST
           PERFORM IMPRIME-GUIA THRU IMPRIME-GUIA-FIM
           MOVE "FGTS"        TO QGUIA CGUIA
           MOVE W-VENC-FGTS   TO W-DATA-ED
           MOVE TOT-FGTS      TO QVALOR CVALOR
           MOVE "DEPOSITO MENSAL DO FGTS" TO CHIST
           PERFORM IMPRIME-GUIA THRU IMPRIME-GUIA-FIM.

       R9-FIM.
           DISPLAY "COMPETENCIA..............: " W-COMPET.
           DISPLAY "PERCENTUAIS VIGENTES DESDE " W-VIGENCIA.
           DISPLAY "VINCULOS NA COMPETENCIA..: " W-QTDE-LIDOS.
           DISPLAY "DESLIGADOS (SEM CADASTRO): " W-QTDE-DESLIG.
           DISPLAY "SEM DEPOSITO DE FGTS.....: " W-QTDE-SEMFGTS.
           DISPLAY "TOTAL DE ENCARGOS........: " W-TOT-ENC.
           DISPLAY "SALARIO-MATERNIDADE PAGO.: " W-TOT-SALMAT.
           DISPLAY "GPS/DCTFWEB A RECOLHER...: " W-VLR-GPS
                    " VENC. " W-VENC-GPS.
           DISPLAY "DARF IRRF A RECOLHER.....: " TOT-IRRF
                    " VENC. " W-VENC-DARF.
           DISPLAY "FGTS A RECOLHER..........: " TOT-FGTS
                    " VENC. " W-VENC-FGTS.
           DISPLAY "RELATORIO GERADO EM RELENC.LST".
           DISPLAY "ARQUIVO P/ CONTAS A PAGAR: " W-NOMEARQ.
           CLOSE DEPFOLHA CADFOLHA HISTFOLHA FGTSFOLHA RELENC CPAGENC.
           IF W-TEM-BASE = "S"
              CLOSE BASEFOLHA
           END-IF.
           IF W-TEM-LANC = "S"
              CLOSE LANCFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ PERCENTUAIS VIGENTES NA COMPETENCIA ]-----------------
      * VALE O REGISTRO DO ENCFOLHA DE MAIOR COMPETENCIA QUE NAO PASSE
      * DA COMPETENCIA CALCULADA. SEM ENCFOLHA FICAM OS VALORES PADRAO.
       CARREGA-PERCENTUAIS.
           OPEN INPUT ENCFOLHA
           IF ST-ENC NOT = "00"
              DISPLAY "ENCFOLHA INDISPONIVEL - ASSUMIDOS OS "
                       "PERCENTUAIS PADRAO: " ST-ENC
              GO TO CARREGA-PERCENTUAIS-CALC
           END-IF.
       CARREGA-PERCENTUAIS-LOOP.
           READ ENCFOLHA NEXT RECORD
              AT END MOVE "99" TO ST-ENC
           END-READ.
           IF ST-ENC = "99" OR ENC-COMPETENCIA > W-COMPET
              CLOSE ENCFOLHA
              GO TO CARREGA-PERCENTUAIS-CALC
           END-IF.
           MOVE "S"             TO W-TEM-ENC
           MOVE ENC-COMPETENCIA TO W-VIGENCIA
           MOVE ENC-PERCINSS    TO W-PERC-INSS
           MOVE ENC-PERCRAT     TO W-PERC-RAT
           MOVE ENC-FAP         TO W-FAP
           MOVE ENC-PERCTERC    TO W-PERC-TERC
           MOVE ENC-PERCFGTS    TO W-PERC-FGTS
           MOVE ENC-DIAGPS      TO W-DIA-GPS
           MOVE ENC-DIADARF     TO W-DIA-DARF
           MOVE ENC-DIAFGTS     TO W-DIA-FGTS
           GO TO CARREGA-PERCENTUAIS-LOOP.
       CARREGA-PERCENTUAIS-CALC.
           IF W-TEM-ENC NOT = "S"
              DISPLAY "SEM PERCENTUAIS CADASTRADOS ATE A COMPETENCIA "
                       "- INSS 20%, RAT 2% X FAP 1, TERCEIROS 5,8%"
           END-IF.
           COMPUTE W-PERC-RATFAP ROUNDED = W-PERC-RAT * W-FAP.
       CARREGA-PERCENTUAIS-FIM.
           EXIT.

      * VENCIMENTO NO DIA JA MOVIDO PARA W-VENC-DIA DO MES SEGUINTE
      * AO DA COMPETENCIA
       CALC-VENCIMENTO.
           MOVE W-COMPET-ANO TO W-VENC-ANO
           IF W-COMPET-MES = 12
              ADD 1 TO W-VENC-ANO
              MOVE 1 TO W-VENC-MES
           ELSE
              COMPUTE W-VENC-MES = W-COMPET-MES + 1
           END-IF.
       CALC-VENCIMENTO-FIM.
           EXIT.

       IMPRIME-GPS.
           MOVE LIN-GPS TO LINHAREL
           WRITE LINHAREL.
       IMPRIME-GPS-FIM.
           EXIT.

      * UMA LINHA NO QUADRO DO RELATORIO E UMA NO ARQUIVO DO CONTAS A
      * PAGAR; GUIA DE VALOR ZERO SAI SO NO RELATORIO.
       IMPRIME-GUIA.
           MOVE W-COMPET  TO QCOMPET CCOMPET
           MOVE W-ED-DIA  TO QVENC-DIA
           MOVE W-ED-MES  TO QVENC-MES
           MOVE W-ED-ANO  TO QVENC-ANO
           MOVE W-DATA-ED TO CVENC
           MOVE LIN-GUIA TO LINHAREL
           WRITE LINHAREL
           IF CVALOR > ZEROS
              MOVE W-LINCPG TO LINHACPG
              WRITE LINHACPG
           END-IF.
       IMPRIME-GUIA-FIM.
           EXIT.

      *---------[ ROTINA DE CATALOGO DE DEPARTAMENTO ]---------
      * MESMO CATALOGO USADO PELO PROGRREL: DEPFOLHA.DAT E CRIADO E
      * SEMEADO PELO PROGRFP, AQUI APENAS E EXIGIDO QUE JA EXISTA.
       ABRE-DEP.
           OPEN INPUT DEPFOLHA
           IF ST-DEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPFOLHA (rode o "
                       "PROGRFP uma vez para cria-lo): " ST-DEP
              GO TO ROT-FIM
           END-IF.
       ABRE-DEP-FIM.
           EXIT.

       CARREGA-DEP.
           MOVE SPACES TO TABDEPART
           MOVE LOW-VALUES TO DEP-CODIGO
           START DEPFOLHA KEY IS NOT LESS THAN DEP-CODIGO
              INVALID KEY MOVE "99" TO ST-DEP
           END-START.
       CARREGA-DEP-LOOP.
           IF ST-DEP NOT = "99"
              READ DEPFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-DEP
              END-READ
           END-IF.
           IF ST-DEP = "99"
              GO TO CARREGA-DEP-FIM
           END-IF.
           IF DEP-SITUACAO = "A" AND DEP-CODIGO > 0 AND DEP-CODIGO < 11
              MOVE DEP-DESCRICAO TO TBDEP(DEP-CODIGO)
           END-IF.
           GO TO CARREGA-DEP-LOOP.
       CARREGA-DEP-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
