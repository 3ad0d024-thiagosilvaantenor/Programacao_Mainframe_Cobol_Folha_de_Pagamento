		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRQUA.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * PAINEL MENSAL DE QUADRO DE PESSOAL POR DEPARTA-   *
      * MENTO E COMPETENCIA: QUADRO INICIAL E FINAL       *
      * (HISTFOLHA; CADFOLHA NA COMPETENCIA ATUAL),       *
      * ADMISSOES (AVOSFOLHA), DESLIGAMENTOS (RESCFOLHA), *
      * TURNOVER, ABSENTEISMO DAS FALTAS E ATESTADOS DO   *
      * OCORFOLHA SOBRE AS HORAS PREVISTAS E HORAS EXTRAS *
      * (LANCFOLHA) SOBRE A FOLHA BRUTA. INTERVALO DE     *
      * COMPETENCIAS COM EVOLUCAO MES A MES E ACUMULADO   *
      * DO ANO. RELATORIO RELQUA.LST E ARQUIVO PARA A     *
      * PLANILHA DA DIRETORIA (PAINELRH.AAAAMM.TXT)       *
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
		SELECT RESCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RES-CHAVE
			FILE STATUS IS ST-RES.
		SELECT AVOSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AVO-CODIGO
			FILE STATUS IS ST-AVO.
		SELECT OCORFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OCO-CHAVE
			FILE STATUS IS ST-OCOR.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT MOVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MOV-CHAVE
			FILE STATUS IS ST-MOV.
		SELECT DEPFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEP-CODIGO
			FILE STATUS IS ST-DEP.
		SELECT RELQUA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT PAINELRH ASSIGN TO W-NOMEARQ
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

		FD RESCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RESCFOLHA.DAT".
		01 REGRESC.
		   03 RES-CHAVE.
		      05 RES-CODIGO      PIC 9(06).
		      05 RES-DATARESC    PIC 9(08).
		   03 RES-NOME           PIC X(30).
		   03 RES-SALARIOBASE    PIC 9(06)V99.
		   03 RES-SALARIOBRUTO   PIC 9(06)V99.
		   03 RES-SALDOSALARIO   PIC 9(06)V99.
		   03 RES-AVISOPREVIO    PIC 9(06)V99.
		   03 RES-MULTAFGTS      PIC 9(06)V99.
		   03 RES-TOTALVERBAS    PIC 9(06)V99.

		FD AVOSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AVOSFOLHA.DAT".
		01 REGAVOS.
		   03 AVO-CODIGO       PIC 9(06).
		   03 AVO-MESADMISSAO  PIC 9(02).
		   03 AVO-ANOADMISSAO  PIC 9(04).
		   03 AVO-AVOS13       PIC 9(02).
		   03 AVO-AVOSFERIAS   PIC 9(02).

		FD OCORFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "OCORFOLHA.DAT".
		01 REGOCOR.
		   03 OCO-CHAVE.
		      05 OCO-CODIGO       PIC 9(06).
		      05 OCO-COMPETENCIA  PIC 9(06).
		      05 OCO-SEQ          PIC 9(02).
		   03 OCO-TIPO            PIC X(01).
		   03 OCO-QTDEDIAS        PIC 9(02).
		   03 OCO-QTDEHORAS       PIC 9(03).

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

		FD MOVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "MOVFOLHA.DAT".
		01 REGMOV.
		   03 MOV-CHAVE.
		      05 MOV-CODIGO       PIC 9(06).
		      05 MOV-DATAVIG      PIC 9(08).
		      05 MOV-SEQ          PIC 9(03).
		   03 MOV-TIPO            PIC X(01).
		      88 MOV-ADMISSAO     VALUE "A".
		      88 MOV-PROMOCAO     VALUE "P".
		      88 MOV-TRANSFERENCIA VALUE "T".
		      88 MOV-REAJUSTE     VALUE "R".
		      88 MOV-DISSIDIO     VALUE "D".
		   03 MOV-NOME            PIC X(30).
		   03 MOV-DEP-ANT         PIC 9(02).
		   03 MOV-DEP-NOVO        PIC 9(02).
		   03 MOV-FUN-ANT         PIC X(01).
		   03 MOV-FUN-NOVA        PIC X(01).
		   03 MOV-TIPOSAL-ANT     PIC X(01).
		   03 MOV-TIPOSAL-NOVO    PIC X(01).
		   03 MOV-SALBASE-ANT     PIC 9(06)V99.
		   03 MOV-SALBASE-NOVO    PIC 9(06)V99.
		   03 MOV-MOTIVO          PIC X(30).
		   03 MOV-USUARIO         PIC X(08).
		   03 MOV-DATAREG         PIC 9(08).

		FD DEPFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DEPFOLHA.DAT".
		01 REGDEP.
		   03 DEP-CODIGO      PIC 9(02).
		   03 DEP-DESCRICAO   PIC X(15).
		   03 DEP-SITUACAO    PIC X(01).

		FD RELQUA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELQUA.LST".
		01 LINHAREL           PIC X(132).

		FD PAINELRH
			LABEL RECORD IS STANDARD.
		01 LINHAPNL           PIC X(180).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-ERRO3           PIC X(02) VALUE "00".
       01 ST-HIST            PIC X(02) VALUE "00".
       01 ST-RES             PIC X(02) VALUE "00".
       01 ST-AVO             PIC X(02) VALUE "00".
       01 ST-OCOR            PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
       01 ST-MOV             PIC X(02) VALUE "00".
       01 ST-DEP             PIC X(02) VALUE "00".
       01 W-TEM-RESC         PIC X(01) VALUE "N".
       01 W-TEM-AVO          PIC X(01) VALUE "N".
       01 W-TEM-OCOR         PIC X(01) VALUE "N".
       01 W-TEM-LANC         PIC X(01) VALUE "N".
       01 W-TEM-MOV          PIC X(01) VALUE "N".
       01 W-DESLIGADO        PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET-ATUAL     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-INI       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-INI-R REDEFINES W-COMPET-INI.
          03 W-INI-ANO       PIC 9(04).
          03 W-INI-MES       PIC 9(02).
       01 W-COMPET-FIM       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-FIM-R REDEFINES W-COMPET-FIM.
          03 W-FIM-ANO       PIC 9(04).
          03 W-FIM-MES       PIC 9(02).
       01 W-COMPET-BASE      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-BASE-R REDEFINES W-COMPET-BASE.
          03 W-BASE-ANO      PIC 9(04).
          03 W-BASE-MES      PIC 9(02).
       01 W-COMPET-CALC      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-CALC-R REDEFINES W-COMPET-CALC.
          03 W-CALC-ANO      PIC 9(04).
          03 W-CALC-MES      PIC 9(02).
       01 W-NOMEARQ          PIC X(20) VALUE SPACES.
       01 W-COD-BUSCA        PIC 9(06) VALUE ZEROS.
       01 W-COMPET-BUSCA     PIC 9(06) VALUE ZEROS.
       01 W-DEP-BUSCA        PIC 9(02) VALUE ZEROS.
       01 W-DEP-EXIB         PIC 9(02) VALUE ZEROS.
       01 W-RUB-HEXTRA       PIC 9(03) VALUE 1.
       01 W-JORNADA          PIC 9(03) VALUE 220.
       01 W-HORAS-CALC       PIC 9(05) VALUE ZEROS.
       01 W-HPREV-CALC       PIC S9(08) VALUE ZEROS.
       01 W-VLR-CALC         PIC S9(05) VALUE ZEROS.
       01 W-QTDE-HIST        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-CAD         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-RESC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ADM         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-OCOR        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-HEXTRA      PIC 9(06) VALUE ZEROS.
       01 W-SLOT             PIC 9(02) VALUE ZEROS.
       01 W-SLOT-ANT         PIC 9(02) VALUE ZEROS.
       01 W-SLOT-INI         PIC 9(02) VALUE ZEROS.
       01 W-SLOT-FIM         PIC 9(02) VALUE ZEROS.
       01 W-SLOT-REL         PIC 9(02) VALUE ZEROS.
       01 W-SLOT-JAN         PIC 9(02) VALUE ZEROS.
       01 W-SLOT-ACU         PIC 9(02) VALUE ZEROS.
       01 IX-DEP             PIC 9(02) VALUE ZEROS.
       01 IND                PIC 9(02) VALUE ZEROS.

      * DEPARTAMENTOS 1 A 10 DO DEPFOLHA; A POSICAO 11 RECEBE OS
      * DESLIGADOS SEM MOVIMENTACAO REGISTRADA (FORA DO CADFOLHA) E
      * A 12 E O TOTAL DA EMPRESA.
	   01 TABDEPART.
		  03 TBDEP	PIC X(15) OCCURS 12 TIMES.

      * ACUMULADOS POR COMPETENCIA E DEPARTAMENTO. A POSICAO 1 E O
      * DEZEMBRO ANTERIOR AO ANO DA COMPETENCIA INICIAL (QUADRO
      * INICIAL DE JANEIRO); AS SEGUINTES VAO DE JANEIRO DESSE ANO
      * ATE A COMPETENCIA FINAL, PARA O ACUMULADO DO ANO.
       01 TAB-PAINEL.
          03 PNL-MES OCCURS 25 TIMES.
             05 PNL-COMPET       PIC 9(06).
             05 PNL-DEP OCCURS 12 TIMES.
                07 PNL-QFOLHA    PIC 9(05).
                07 PNL-QFIM      PIC 9(05).
                07 PNL-ADM       PIC 9(05).
                07 PNL-DESL      PIC 9(05).
                07 PNL-AUSDIAS   PIC 9(05).
                07 PNL-AUSHORAS  PIC 9(07).
                07 PNL-HORASNAO  PIC 9(07).
                07 PNL-HEXTRA    PIC 9(09)V99.
                07 PNL-BRUTO     PIC 9(11)V99.

      * VALORES DE UMA LINHA DO PAINEL (MES OU ACUMULADO DO ANO)
       01 W-CALC.
          03 C-QINI           PIC 9(05).
          03 C-QFIM           PIC 9(05).
          03 C-ADM            PIC 9(05).
          03 C-DESL           PIC 9(05).
          03 C-AUSDIAS        PIC 9(05).
          03 C-AUSHORAS       PIC 9(07).
          03 C-HORASPREV      PIC 9(07).
          03 C-HEXTRA         PIC 9(09)V99.
          03 C-BRUTO          PIC 9(11)V99.
       01 W-ACUM.
          03 A-QINI           PIC 9(05).
          03 A-QFIM           PIC 9(05).
          03 A-ADM            PIC 9(05).
          03 A-DESL           PIC 9(05).
          03 A-AUSDIAS        PIC 9(05).
          03 A-AUSHORAS       PIC 9(07).
          03 A-HORASPREV      PIC 9(07).
          03 A-HEXTRA         PIC 9(09)V99.
          03 A-BRUTO          PIC 9(11)V99.

       01 W-INDICES.
          03 W-VARQ           PIC S9(05).
          03 W-QMEDIO         PIC 9(05)V9.
          03 W-TURNOVER       PIC 9(03)V99.
          03 W-ABSENT         PIC 9(03)V99.
          03 W-PERCHE         PIC 9(03)V99.
       01 W-ANT-TURNOVER      PIC 9(03)V99 VALUE ZEROS.
       01 W-ANT-ABSENT        PIC 9(03)V99 VALUE ZEROS.
       01 W-ANT-PERCHE        PIC 9(03)V99 VALUE ZEROS.
       01 W-DIF               PIC S9(03)V99 VALUE ZEROS.

       01 W-CABPNL.
          03 FILLER PIC X(40) VALUE
             "TIPO;COMPET;DEP;DEPARTAMENTO;QUADRO_INI;".
          03 FILLER PIC X(43) VALUE
             "ADMISSOES;DESLIGAMENTOS;QUADRO_FIM;TURNOVER".
          03 FILLER PIC X(46) VALUE
             ";AUSENCIA_DIAS;AUSENCIA_HORAS;HORAS_PREVISTAS;".
          03 FILLER PIC X(44) VALUE
             "ABSENTEISMO;HORAS_EXTRAS;FOLHA_BRUTA;PERC_HE".

       01 W-LINPNL.
          03 ETIPO           PIC X(01).
          03 FILLER          PIC X(01) VALUE ";".
          03 ECOMPET         PIC 9(06).
          03 FILLER          PIC X(01) VALUE ";".
          03 EDEP            PIC 9(02).
          03 FILLER          PIC X(01) VALUE ";".
          03 EDEPNOME        PIC X(15).
          03 FILLER          PIC X(01) VALUE ";".
          03 EQINI           PIC 9(05).
          03 FILLER          PIC X(01) VALUE ";".
          03 EADM            PIC 9(05).
          03 FILLER          PIC X(01) VALUE ";".
          03 EDESL           PIC 9(05).
          03 FILLER          PIC X(01) VALUE ";".
          03 EQFIM           PIC 9(05).
          03 FILLER          PIC X(01) VALUE ";".
          03 ETURN           PIC 9(03),99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EAUSD           PIC 9(05).
          03 FILLER          PIC X(01) VALUE ";".
          03 EAUSH           PIC 9(07).
          03 FILLER          PIC X(01) VALUE ";".
          03 EHPREV          PIC 9(07).
          03 FILLER          PIC X(01) VALUE ";".
          03 EABS            PIC 9(03),99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EHEXTRA         PIC 9(09),99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EBRUTO          PIC 9(11),99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EPERCHE         PIC 9(03),99.

       01 LIN-CAB1.
          03 FILLER PIC X(54) VALUE
             "PAINEL DE QUADRO DE PESSOAL, TURNOVER E ABSENTEISMO - ".
          03 CAB-INI    PIC 9999/99.
          03 FILLER PIC X(03) VALUE " A ".
          03 CAB-FIM    PIC 9999/99.
       01 LIN-CAB-MES.
          03 FILLER PIC X(13) VALUE "COMPETENCIA: ".
          03 CAB-COMPET PIC 9999/99.
       01 LIN-CAB-ACU.
          03 FILLER PIC X(42) VALUE
             "ACUMULADO DO ANO - JANEIRO A COMPETENCIA: ".
          03 CAB-ACU    PIC 9999/99.
       01 LIN-CAB2.
          03 FILLER PIC X(43) VALUE
             "DP DEPARTAMENTO    Q.INI ADMIS DESLG Q.FIM ".
          03 FILLER PIC X(43) VALUE
             " VAR.  TURN.%  AUS.D  AUS.H H.PREV.   ABS.%".
          03 FILLER PIC X(43) VALUE
             "    HORAS EXTRAS        FOLHA BRUTA   H.E.%".
       01 LIN-DET.
          03 RDDEP     PIC Z9 BLANK WHEN ZERO.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDNOME    PIC X(15).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RQINI     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RADM      PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDESL     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RQFIM     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RVAR      PIC ++++9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RTURN     PIC ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RAUSD     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RAUSH     PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RHPREV    PIC ZZZZZZ9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RABS      PIC ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RHEXTRA   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RBRUTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RPERCHE   PIC ZZ9,99.
       01 LIN-CAB-EVO.
          03 FILLER PIC X(54) VALUE
             "EVOLUCAO MES A MES - TOTAL DA EMPRESA (DIF. = PONTOS ".
          03 FILLER PIC X(33) VALUE
             "PERCENTUAIS SOBRE O MES ANTERIOR)".
       01 LIN-CAB-EVO2.
          03 FILLER PIC X(41) VALUE
             "COMPET.  Q.INI ADMIS DESLG Q.FIM  TURN.% ".
          03 FILLER PIC X(42) VALUE
             "    DIF.   ABS.%     DIF.   H.E.%     DIF.".
       01 LIN-EVO.
          03 VCOMPET   PIC 9999/99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 VQINI     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VADM      PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VDESL     PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VQFIM     PIC ZZZZ9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 VTURN     PIC ZZ9,99.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VDTURN    PIC ++++9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 VABS      PIC ZZ9,99.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VDABS     PIC ++++9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 VPERCHE   PIC ZZ9,99.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 VDPERCHE  PIC ++++9,99.
       01 LIN-NOTA1.
          03 FILLER PIC X(50) VALUE
             "TURNOVER = (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O".
          03 FILLER PIC X(40) VALUE
             " QUADRO MEDIO ((INICIAL + FINAL) / 2)".
       01 LIN-NOTA2.
          03 FILLER PIC X(50) VALUE
             "ABSENTEISMO = HORAS DE FALTAS E ATESTADOS (DIAS X ".
          03 FILLER PIC X(50) VALUE
             "220/30) SOBRE AS HORAS PREVISTAS (220 POR FUNCIONA".
          03 FILLER PIC X(32) VALUE
             "RIO NA FOLHA, MENOS FERIAS/INSS)".
       01 LIN-NOTA3.
          03 FILLER PIC X(50) VALUE
             "H.E.% = HORAS EXTRAS LANCADAS (RUBRICA 001) SOBRE ".
          03 FILLER PIC X(40) VALUE
             "A FOLHA BRUTA DA COMPETENCIA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PAINEL DE QUADRO DE PESSOAL, TURNOVER E "
                    "ABSENTEISMO".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           MOVE W-DATAHOJE(1:6) TO W-COMPET-ATUAL.
       R0-COMPET.
           DISPLAY "COMPETENCIA FINAL (AAAAMM - ZERO = ATUAL): ".
           ACCEPT W-COMPET-FIM.
           IF W-COMPET-FIM = ZEROS
              MOVE W-COMPET-ATUAL TO W-COMPET-FIM
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-FIM
           END-IF.
           IF W-FIM-MES < 1 OR W-FIM-MES > 12
              OR W-COMPET-FIM > W-COMPET-ATUAL
              DISPLAY "*** COMPETENCIA FINAL INVALIDA OU FUTURA ***"
              GO TO R0-COMPET
           END-IF.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM - ZERO = JANEIRO DO "
                    "MESMO ANO): ".
           ACCEPT W-COMPET-INI.
           IF W-COMPET-INI = ZEROS
              MOVE W-FIM-ANO TO W-INI-ANO
              MOVE 1         TO W-INI-MES
              DISPLAY "ASSUMIDA A COMPETENCIA INICIAL: " W-COMPET-INI
           END-IF.
           IF W-INI-MES < 1 OR W-INI-MES > 12
              OR W-COMPET-INI > W-COMPET-FIM
              OR W-FIM-ANO > W-INI-ANO + 1
              DISPLAY "*** INTERVALO INVALIDO - A INICIAL NAO PODE "
                       "PASSAR DA FINAL E O INTERVALO VAI NO MAXIMO "
                       "ATE O ANO SEGUINTE ***"
              GO TO R0-COMPET
           END-IF.

      * AS POSICOES COMECAM NO DEZEMBRO ANTERIOR AO ANO INICIAL
           MOVE W-INI-ANO TO W-BASE-ANO
           SUBTRACT 1 FROM W-BASE-ANO
           MOVE 12 TO W-BASE-MES
           COMPUTE W-SLOT-INI = W-INI-MES + 1
           COMPUTE W-SLOT-FIM = (W-FIM-ANO - W-INI-ANO) * 12
                              + W-FIM-MES + 1
           MOVE ZEROS TO TAB-PAINEL
           MOVE W-COMPET-BASE TO W-COMPET-CALC
           MOVE 1 TO W-SLOT.
       R0-SLOTS.
           MOVE W-COMPET-CALC TO PNL-COMPET(W-SLOT)
           IF W-CALC-MES = 12
              ADD 1 TO W-CALC-ANO
              MOVE 1 TO W-CALC-MES
           ELSE
              ADD 1 TO W-CALC-MES
           END-IF.
           ADD 1 TO W-SLOT
           IF W-SLOT NOT > W-SLOT-FIM
              GO TO R0-SLOTS
           END-IF.
           STRING "PAINELRH."  DELIMITED BY SIZE
                  W-COMPET-FIM DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO W-NOMEARQ.

       R0-ABRE.
           PERFORM ABRE-DEP THRU ABRE-DEP-FIM.
           PERFORM CARREGA-DEP THRU CARREGA-DEP-FIM.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE DEPFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT HISTFOLHA
           IF ST-HIST NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HISTFOLHA (rode o PROGRREC "
                        "para gerar a folha): " ST-HIST
               CLOSE DEPFOLHA CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELQUA
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELQUA: " ST-ERRO2
               CLOSE DEPFOLHA CADFOLHA HISTFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT PAINELRH
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOMEARQ
                       ": " ST-ERRO3
               CLOSE DEPFOLHA CADFOLHA HISTFOLHA RELQUA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT RESCFOLHA
           IF ST-RES = "00"
               MOVE "S" TO W-TEM-RESC
           ELSE
               DISPLAY "RESCFOLHA INDISPONIVEL - SEM DESLIGAMENTOS: "
                       ST-RES
           END-IF.
           OPEN INPUT AVOSFOLHA
           IF ST-AVO = "00"
               MOVE "S" TO W-TEM-AVO
           ELSE
               DISPLAY "AVOSFOLHA INDISPONIVEL - SEM ADMISSOES: "
                       ST-AVO
           END-IF.
           OPEN INPUT OCORFOLHA
           IF ST-OCOR = "00"
               MOVE "S" TO W-TEM-OCOR
           ELSE
               DISPLAY "OCORFOLHA INDISPONIVEL - SEM ABSENTEISMO: "
                       ST-OCOR
           END-IF.
           OPEN INPUT LANCFOLHA
           IF ST-LAN = "00"
               MOVE "S" TO W-TEM-LANC
           ELSE
               DISPLAY "LANCFOLHA INDISPONIVEL - SEM HORAS EXTRAS: "
                       ST-LAN
           END-IF.
           OPEN INPUT MOVFOLHA
           IF ST-MOV = "00"
               MOVE "S" TO W-TEM-MOV
           ELSE
               DISPLAY "MOVFOLHA INDISPONIVEL - DEPARTAMENTO ATUAL DO "
                       "CADFOLHA: " ST-MOV
           END-IF.

      *---------[ QUADRO DAS COMPETENCIAS JA PROCESSADAS ]--------------
      * CADA REGISTRO DO HISTFOLHA E UM FUNCIONARIO NA FOLHA DA
      * COMPETENCIA; QUEM FOI DESLIGADO NELA NAO ENTRA NO QUADRO FINAL.
      * A COMPETENCIA ATUAL, AINDA EM CALCULO, VEM DO CADFOLHA.
       R1-HIST.
           MOVE LOW-VALUES TO HIST-CHAVE
           START HISTFOLHA KEY IS NOT LESS THAN HIST-CHAVE
              INVALID KEY MOVE "99" TO ST-HIST
           END-START.
       R1-LER.
           IF ST-HIST NOT = "99"
              READ HISTFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-HIST
              END-READ
           END-IF.
           IF ST-HIST = "99"
              GO TO R2-CADASTRO
           END-IF.
           IF HIST-COMPETENCIA = W-COMPET-ATUAL
              GO TO R1-LER
           END-IF.
           MOVE HIST-COMPETENCIA TO W-COMPET-CALC
           PERFORM CALC-SLOT THRU CALC-SLOT-FIM.
           IF W-SLOT = ZEROS
              GO TO R1-LER
           END-IF.
           ADD 1 TO W-QTDE-HIST
           MOVE HIST-CODIGO      TO W-COD-BUSCA
           MOVE HIST-COMPETENCIA TO W-COMPET-BUSCA
           PERFORM BUSCA-DEPTO THRU BUSCA-DEPTO-FIM.
           ADD 1 TO PNL-QFOLHA(W-SLOT, IX-DEP) PNL-QFOLHA(W-SLOT, 12)
           ADD HIST-SALARIOBRUTO TO PNL-BRUTO(W-SLOT, IX-DEP)
                                    PNL-BRUTO(W-SLOT, 12)
           PERFORM VERIFICA-RESC THRU VERIFICA-RESC-FIM.
           IF W-DESLIGADO NOT = "S"
              ADD 1 TO PNL-QFIM(W-SLOT, IX-DEP) PNL-QFIM(W-SLOT, 12)
           END-IF.
           GO TO R1-LER.

       R2-CADASTRO.
           IF W-COMPET-FIM NOT = W-COMPET-ATUAL
              GO TO R3-RESCISOES
           END-IF.
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS THAN CODIGO
              INVALID KEY MOVE "99" TO ST-ERRO
           END-START.
       R2-LER.
           IF ST-ERRO NOT = "99"
              READ CADFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-ERRO
              END-READ
           END-IF.
           IF ST-ERRO = "99"
              GO TO R3-RESCISOES
           END-IF.
           ADD 1 TO W-QTDE-CAD
           MOVE W-SLOT-FIM   TO W-SLOT
           MOVE DEPARTAMENTO TO W-DEP-BUSCA
           PERFORM AJUSTA-DEPTO THRU AJUSTA-DEPTO-FIM.
           ADD 1 TO PNL-QFOLHA(W-SLOT, IX-DEP) PNL-QFOLHA(W-SLOT, 12)
                    PNL-QFIM(W-SLOT, IX-DEP)   PNL-QFIM(W-SLOT, 12)
           ADD SALARIOBRUTO TO PNL-BRUTO(W-SLOT, IX-DEP)
                               PNL-BRUTO(W-SLOT, 12)
           GO TO R2-LER.

      *---------[ DESLIGAMENTOS E ADMISSOES ]---------------------------
       R3-RESCISOES.
           IF W-TEM-RESC NOT = "S"
              GO TO R4-ADMISSOES
           END-IF.
           MOVE ZEROS TO RES-CODIGO RES-DATARESC
           START RESCFOLHA KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY MOVE "99" TO ST-RES
              NOT INVALID KEY MOVE "00" TO ST-RES
           END-START.
       R3-LER.
           IF ST-RES NOT = "99"
              READ RESCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-RES
              END-READ
           END-IF.
           IF ST-RES = "99"
              GO TO R4-ADMISSOES
           END-IF.
           MOVE RES-DATARESC(1:6) TO W-COMPET-CALC
           PERFORM CALC-SLOT THRU CALC-SLOT-FIM.
           IF W-SLOT = ZEROS
              GO TO R3-LER
           END-IF.
           ADD 1 TO W-QTDE-RESC
           MOVE RES-CODIGO        TO W-COD-BUSCA
           MOVE RES-DATARESC(1:6) TO W-COMPET-BUSCA
           PERFORM BUSCA-DEPTO THRU BUSCA-DEPTO-FIM.
           ADD 1 TO PNL-DESL(W-SLOT, IX-DEP) PNL-DESL(W-SLOT, 12)
           GO TO R3-LER.

      * A DATA DE ADMISSAO SO EXISTE NO AVOSFOLHA (MES/ANO), QUE NAO
      * E APAGADO NA RESCISAO - O ADMITIDO E DESLIGADO NO PERIODO
      * TAMBEM CONTA.
       R4-ADMISSOES.
           IF W-TEM-AVO NOT = "S"
              GO TO R5-OCORRENCIAS
           END-IF.
           MOVE ZEROS TO AVO-CODIGO
           START AVOSFOLHA KEY IS NOT LESS THAN AVO-CODIGO
              INVALID KEY MOVE "99" TO ST-AVO
              NOT INVALID KEY MOVE "00" TO ST-AVO
           END-START.
       R4-LER.
           IF ST-AVO NOT = "99"
              READ AVOSFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-AVO
              END-READ
           END-IF.
           IF ST-AVO = "99"
              GO TO R5-OCORRENCIAS
           END-IF.
           MOVE AVO-ANOADMISSAO TO W-CALC-ANO
           MOVE AVO-MESADMISSAO TO W-CALC-MES
           PERFORM CALC-SLOT THRU CALC-SLOT-FIM.
           IF W-SLOT = ZEROS
              GO TO R4-LER
           END-IF.
           ADD 1 TO W-QTDE-ADM
           MOVE AVO-CODIGO    TO W-COD-BUSCA
           MOVE W-COMPET-CALC TO W-COMPET-BUSCA
           PERFORM BUSCA-DEPTO THRU BUSCA-DEPTO-FIM.
           ADD 1 TO PNL-ADM(W-SLOT, IX-DEP) PNL-ADM(W-SLOT, 12)
           GO TO R4-LER.

      *---------[ AUSENCIAS DO OCORFOLHA ]------------------------------
      * FALTAS (F) E ATESTADOS (A) SAO AUSENCIA. FERIAS (V) E
      * AFASTAMENTO INSS (L) NAO SAO AUSENCIA, MAS SAEM DAS HORAS
      * PREVISTAS. DIAS E HORAS DE UMA OCORRENCIA SAO A MESMA
      * AUSENCIA VISTA PELO DIARISTA E PELO HORISTA: VALEM AS HORAS
      * QUANDO INFORMADAS, SENAO OS DIAS X 220 / 30.
       R5-OCORRENCIAS.
           IF W-TEM-OCOR NOT = "S"
              GO TO R6-HEXTRAS
           END-IF.
           MOVE ZEROS TO OCO-CODIGO OCO-COMPETENCIA OCO-SEQ
           START OCORFOLHA KEY IS NOT LESS THAN OCO-CHAVE
              INVALID KEY MOVE "99" TO ST-OCOR
              NOT INVALID KEY MOVE "00" TO ST-OCOR
           END-START.
       R5-LER.
           IF ST-OCOR NOT = "99"
              READ OCORFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-OCOR
              END-READ
           END-IF.
           IF ST-OCOR = "99"
              GO TO R6-HEXTRAS
           END-IF.
           IF OCO-TIPO NOT = "F" AND OCO-TIPO NOT = "A"
              AND OCO-TIPO NOT = "V" AND OCO-TIPO NOT = "L"
              GO TO R5-LER
           END-IF.
           MOVE OCO-COMPETENCIA TO W-COMPET-CALC
           PERFORM CALC-SLOT THRU CALC-SLOT-FIM.
           IF W-SLOT = ZEROS
              GO TO R5-LER
           END-IF.
           ADD 1 TO W-QTDE-OCOR
           MOVE OCO-CODIGO      TO W-COD-BUSCA
           MOVE OCO-COMPETENCIA TO W-COMPET-BUSCA
           PERFORM BUSCA-DEPTO THRU BUSCA-DEPTO-FIM.
           IF OCO-QTDEHORAS > ZEROS
              MOVE OCO-QTDEHORAS TO W-HORAS-CALC
           ELSE
              COMPUTE W-HORAS-CALC ROUNDED =
                      OCO-QTDEDIAS * W-JORNADA / 30
           END-IF.
           IF OCO-TIPO = "F" OR OCO-TIPO = "A"
              ADD OCO-QTDEDIAS TO PNL-AUSDIAS(W-SLOT, IX-DEP)
                                  PNL-AUSDIAS(W-SLOT, 12)
              ADD W-HORAS-CALC TO PNL-AUSHORAS(W-SLOT, IX-DEP)
                                  PNL-AUSHORAS(W-SLOT, 12)
           ELSE
              ADD W-HORAS-CALC TO PNL-HORASNAO(W-SLOT, IX-DEP)
                                  PNL-HORASNAO(W-SLOT, 12)
           END-IF.
           GO TO R5-LER.

      *---------[ HORAS EXTRAS LANCADAS (RUBRICA 001) ]-----------------
       R6-HEXTRAS.
           IF W-TEM-LANC NOT = "S"
              GO TO R7-RELATORIO
           END-IF.
           MOVE ZEROS TO LAN-CODIGO LAN-COMPETENCIA LAN-RUBRICA
           START LANCFOLHA KEY IS NOT LESS THAN LAN-CHAVE
              INVALID KEY MOVE "99" TO ST-LAN
              NOT INVALID KEY MOVE "00" TO ST-LAN
           END-START.
       R6-LER.
           IF ST-LAN NOT = "99"
              READ LANCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-LAN
              END-READ
           END-IF.
           IF ST-LAN = "99"
              GO TO R7-RELATORIO
           END-IF.
           IF LAN-RUBRICA NOT = W-RUB-HEXTRA
              GO TO R6-LER
           END-IF.
           MOVE LAN-COMPETENCIA TO W-COMPET-CALC
           PERFORM CALC-SLOT THRU CALC-SLOT-FIM.
           IF W-SLOT = ZEROS
              GO TO R6-LER
           END-IF.
           ADD 1 TO W-QTDE-HEXTRA
           MOVE LAN-CODIGO      TO W-COD-BUSCA
           MOVE LAN-COMPETENCIA TO W-COMPET-BUSCA
           PERFORM BUSCA-DEPTO THRU BUSCA-DEPTO-FIM.
           ADD LAN-VALOR TO PNL-HEXTRA(W-SLOT, IX-DEP)
                            PNL-HEXTRA(W-SLOT, 12)
           GO TO R6-LER.

      *---------[ RELATORIO: UM QUADRO POR COMPETENCIA ]----------------
      * DEPOIS DE DEZEMBRO E DA COMPETENCIA FINAL SAI O ACUMULADO DO
      * ANO, DE JANEIRO ATE ELA.
       R7-RELATORIO.
           MOVE W-COMPET-INI TO CAB-INI
           MOVE W-COMPET-FIM TO CAB-FIM
           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE W-CABPNL TO LINHAPNL
           WRITE LINHAPNL
           MOVE W-SLOT-INI TO W-SLOT-REL.
       R7-MES.
           IF W-SLOT-REL > W-SLOT-FIM
              GO TO R8-EVOLUCAO
           END-IF.
           PERFORM IMPRIME-MES THRU IMPRIME-MES-FIM.
           MOVE PNL-COMPET(W-SLOT-REL) TO W-COMPET-CALC
           IF W-CALC-MES = 12 OR W-SLOT-REL = W-SLOT-FIM
              PERFORM IMPRIME-ACUM THRU IMPRIME-ACUM-FIM
           END-IF.
           ADD 1 TO W-SLOT-REL
           GO TO R7-MES.

      *---------[ EVOLUCAO MES A MES DO TOTAL DA EMPRESA ]--------------
       R8-EVOLUCAO.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-EVO TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-EVO2 TO LINHAREL
           WRITE LINHAREL
           MOVE 12 TO IND
           MOVE W-SLOT-INI TO W-SLOT-REL.
       R8-MES.
           IF W-SLOT-REL > W-SLOT-FIM
              GO TO R8-NOTAS
           END-IF.
           SUBTRACT 1 FROM W-SLOT-REL GIVING W-SLOT
           PERFORM MONTA-MES THRU MONTA-MES-FIM.
           PERFORM CALC-INDICES THRU CALC-INDICES-FIM.
           MOVE W-TURNOVER TO W-ANT-TURNOVER
           MOVE W-ABSENT   TO W-ANT-ABSENT
           MOVE W-PERCHE   TO W-ANT-PERCHE
           MOVE W-SLOT-REL TO W-SLOT
           PERFORM MONTA-MES THRU MONTA-MES-FIM.
           PERFORM CALC-INDICES THRU CALC-INDICES-FIM.
           MOVE PNL-COMPET(W-SLOT) TO VCOMPET
           MOVE C-QINI     TO VQINI
           MOVE C-ADM      TO VADM
           MOVE C-DESL     TO VDESL
           MOVE C-QFIM     TO VQFIM
           MOVE W-TURNOVER TO VTURN
           COMPUTE W-DIF = W-TURNOVER - W-ANT-TURNOVER
           MOVE W-DIF      TO VDTURN
           MOVE W-ABSENT   TO VABS
           COMPUTE W-DIF = W-ABSENT - W-ANT-ABSENT
           MOVE W-DIF      TO VDABS
           MOVE W-PERCHE   TO VPERCHE
           COMPUTE W-DIF = W-PERCHE - W-ANT-PERCHE
           MOVE W-DIF      TO VDPERCHE
           MOVE LIN-EVO TO LINHAREL
           WRITE LINHAREL
           ADD 1 TO W-SLOT-REL
           GO TO R8-MES.
       R8-NOTAS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-NOTA1 TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-NOTA2 TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-NOTA3 TO LINHAREL
           WRITE LINHAREL.

       R9-FIM.
           DISPLAY "INTERVALO................: " W-COMPET-INI " A "
                    W-COMPET-FIM.
           DISPLAY "REGISTROS DO HISTFOLHA...: " W-QTDE-HIST.
           DISPLAY "FUNCIONARIOS DO CADFOLHA.: " W-QTDE-CAD.
           DISPLAY "ADMISSOES (AVOSFOLHA)....: " W-QTDE-ADM.
           DISPLAY "DESLIGAMENTOS (RESCFOLHA): " W-QTDE-RESC.
           DISPLAY "OCORRENCIAS CONSIDERADAS.: " W-QTDE-OCOR.
           DISPLAY "LANCAMENTOS DE H. EXTRAS.: " W-QTDE-HEXTRA.
           DISPLAY "RELATORIO GERADO EM RELQUA.LST".
           DISPLAY "ARQUIVO PARA A PLANILHA..: " W-NOMEARQ.
           CLOSE DEPFOLHA CADFOLHA HISTFOLHA RELQUA PAINELRH.
           IF W-TEM-RESC = "S"
              CLOSE RESCFOLHA
           END-IF.
           IF W-TEM-AVO = "S"
              CLOSE AVOSFOLHA
           END-IF.
           IF W-TEM-OCOR = "S"
              CLOSE OCORFOLHA
           END-IF.
           IF W-TEM-LANC = "S"
              CLOSE LANCFOLHA
           END-IF.
           IF W-TEM-MOV = "S"
              CLOSE MOVFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ POSICAO DA COMPETENCIA NA TABELA DO PAINEL ]----------
      * ZERO QUANDO A COMPETENCIA ESTA FORA DO DEZEMBRO ANTERIOR AO
      * ANO INICIAL ATE A COMPETENCIA FINAL.
       CALC-SLOT.
           MOVE ZEROS TO W-SLOT
           IF W-CALC-MES < 1 OR W-CALC-MES > 12
              GO TO CALC-SLOT-FIM
           END-IF.
           IF W-COMPET-CALC < W-COMPET-BASE
              OR W-COMPET-CALC > W-COMPET-FIM
              GO TO CALC-SLOT-FIM
           END-IF.
           COMPUTE W-SLOT = (W-CALC-ANO - W-INI-ANO) * 12
                          + W-CALC-MES + 1.
       CALC-SLOT-FIM.
           EXIT.

      *---------[ DEPARTAMENTO DO FUNCIONARIO NA COMPETENCIA ]----------
      * PELO MOVFOLHA: O DEPARTAMENTO NOVO DA ULTIMA MOVIMENTACAO COM
      * VIGENCIA ATE A COMPETENCIA, OU O ANTERIOR DA PRIMEIRA QUE VIER
      * DEPOIS DELA. SEM MOVIMENTACAO VALE O DEPARTAMENTO ATUAL DO
      * CADFOLHA; FORA DO CADFOLHA (DESLIGADO) VAI PARA A POSICAO 11.
       BUSCA-DEPTO.
           MOVE ZEROS TO W-DEP-BUSCA
           IF W-TEM-MOV NOT = "S"
              GO TO BUSCA-DEPTO-CAD
           END-IF.
           MOVE W-COD-BUSCA TO MOV-CODIGO
           MOVE ZEROS       TO MOV-DATAVIG MOV-SEQ
           START MOVFOLHA KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "99" TO ST-MOV
              NOT INVALID KEY MOVE "00" TO ST-MOV
           END-START.
       BUSCA-DEPTO-MOV.
           IF ST-MOV NOT = "99"
              READ MOVFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-MOV
              END-READ
           END-IF.
           IF ST-MOV = "99"
              GO TO BUSCA-DEPTO-CAD
           END-IF.
           IF MOV-CODIGO NOT = W-COD-BUSCA
              GO TO BUSCA-DEPTO-CAD
           END-IF.
           IF MOV-DATAVIG(1:6) > W-COMPET-BUSCA
              IF W-DEP-BUSCA = ZEROS
                 IF MOV-ADMISSAO
                    MOVE MOV-DEP-NOVO TO W-DEP-BUSCA
                 ELSE
                    MOVE MOV-DEP-ANT  TO W-DEP-BUSCA
                 END-IF
              END-IF
              GO TO BUSCA-DEPTO-CAD
           END-IF.
           MOVE MOV-DEP-NOVO TO W-DEP-BUSCA
           GO TO BUSCA-DEPTO-MOV.
       BUSCA-DEPTO-CAD.
           MOVE "00" TO ST-MOV
           IF W-DEP-BUSCA = ZEROS
              MOVE W-COD-BUSCA TO CODIGO
              READ CADFOLHA
              IF ST-ERRO = "00"
                 MOVE DEPARTAMENTO TO W-DEP-BUSCA
              ELSE
                 MOVE "00" TO ST-ERRO
              END-IF
           END-IF.
           PERFORM AJUSTA-DEPTO THRU AJUSTA-DEPTO-FIM.
       BUSCA-DEPTO-FIM.
           EXIT.

       AJUSTA-DEPTO.
           IF W-DEP-BUSCA < 1 OR W-DEP-BUSCA > 10
              MOVE 11 TO IX-DEP
           ELSE
              MOVE W-DEP-BUSCA TO IX-DEP
           END-IF.
       AJUSTA-DEPTO-FIM.
           EXIT.

      * O FUNCIONARIO DO HISTFOLHA FOI DESLIGADO NA PROPRIA COMPETENCIA?
       VERIFICA-RESC.
           MOVE "N" TO W-DESLIGADO
           IF W-TEM-RESC NOT = "S"
              GO TO VERIFICA-RESC-FIM
           END-IF.
           MOVE HIST-CODIGO      TO RES-CODIGO
           MOVE ZEROS            TO RES-DATARESC
           MOVE HIST-COMPETENCIA TO RES-DATARESC(1:6)
           START RESCFOLHA KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY MOVE "99" TO ST-RES
              NOT INVALID KEY MOVE "00" TO ST-RES
           END-START.
           IF ST-RES NOT = "99"
              READ RESCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-RES
              END-READ
           END-IF.
           IF ST-RES NOT = "99"
              IF RES-CODIGO = HIST-CODIGO
                 AND RES-DATARESC(1:6) = HIST-COMPETENCIA
                 MOVE "S" TO W-DESLIGADO
              END-IF
           END-IF.
           MOVE "00" TO ST-RES.
       VERIFICA-RESC-FIM.
           EXIT.

      *---------[ LINHAS DE UMA COMPETENCIA ]---------------------------
       IMPRIME-MES.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE PNL-COMPET(W-SLOT-REL) TO CAB-COMPET
           MOVE LIN-CAB-MES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL
           MOVE W-SLOT-REL TO W-SLOT
           MOVE 1 TO IND.
       IMPRIME-MES-LOOP.
           PERFORM MONTA-MES THRU MONTA-MES-FIM.
           MOVE "M" TO ETIPO
           MOVE PNL-COMPET(W-SLOT-REL) TO ECOMPET
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           ADD 1 TO IND
           IF IND < 13
              GO TO IMPRIME-MES-LOOP
           END-IF.
       IMPRIME-MES-FIM.
           EXIT.

      * QUADRO INICIAL = QUADRO FINAL DO MES ANTERIOR NO MESMO
      * DEPARTAMENTO (AS TRANSFERENCIAS APARECEM NA VARIACAO). SO O
      * DEZEMBRO DA POSICAO 1 NAO TEM MES ANTERIOR E TEM O INICIAL
      * DEDUZIDO DO FINAL, DAS ADMISSOES E DOS DESLIGAMENTOS.
       MONTA-MES.
           MOVE PNL-QFIM(W-SLOT, IND)     TO C-QFIM
           MOVE PNL-ADM(W-SLOT, IND)      TO C-ADM
           MOVE PNL-DESL(W-SLOT, IND)     TO C-DESL
           MOVE PNL-AUSDIAS(W-SLOT, IND)  TO C-AUSDIAS
           MOVE PNL-AUSHORAS(W-SLOT, IND) TO C-AUSHORAS
           MOVE PNL-HEXTRA(W-SLOT, IND)   TO C-HEXTRA
           MOVE PNL-BRUTO(W-SLOT, IND)    TO C-BRUTO
           COMPUTE W-HPREV-CALC = PNL-QFOLHA(W-SLOT, IND) * W-JORNADA
                                - PNL-HORASNAO(W-SLOT, IND)
           IF W-HPREV-CALC < ZEROS
              MOVE ZEROS TO W-HPREV-CALC
           END-IF.
           MOVE W-HPREV-CALC TO C-HORASPREV
           IF W-SLOT > 1
              SUBTRACT 1 FROM W-SLOT GIVING W-SLOT-ANT
              MOVE PNL-QFIM(W-SLOT-ANT, IND) TO C-QINI
           ELSE
              COMPUTE W-VLR-CALC = C-QFIM - C-ADM + C-DESL
              IF W-VLR-CALC < ZEROS
                 MOVE ZEROS TO W-VLR-CALC
              END-IF
              MOVE W-VLR-CALC TO C-QINI
           END-IF.
       MONTA-MES-FIM.
           EXIT.

      *---------[ ACUMULADO DO ANO ATE A COMPETENCIA ]------------------
      * INICIAL DE JANEIRO, FINAL DA COMPETENCIA E A SOMA DOS MESES
      * PARA ADMISSOES, DESLIGAMENTOS, AUSENCIAS, HORAS PREVISTAS,
      * HORAS EXTRAS E FOLHA BRUTA.
       IMPRIME-ACUM.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE PNL-COMPET(W-SLOT-REL) TO CAB-ACU
           MOVE LIN-CAB-ACU TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL
           COMPUTE W-SLOT-JAN = W-SLOT-REL - W-CALC-MES + 1
           MOVE 1 TO IND.
       IMPRIME-ACUM-LOOP.
           MOVE ZEROS TO W-ACUM
           MOVE W-SLOT-JAN TO W-SLOT-ACU
           PERFORM SOMA-ACUM THRU SOMA-ACUM-FIM.
           MOVE W-ACUM TO W-CALC
           MOVE "A" TO ETIPO
           MOVE PNL-COMPET(W-SLOT-REL) TO ECOMPET
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           ADD 1 TO IND
           IF IND < 13
              GO TO IMPRIME-ACUM-LOOP
           END-IF.
       IMPRIME-ACUM-FIM.
           EXIT.

       SOMA-ACUM.
           MOVE W-SLOT-ACU TO W-SLOT
           PERFORM MONTA-MES THRU MONTA-MES-FIM.
           IF W-SLOT-ACU = W-SLOT-JAN
              MOVE C-QINI TO A-QINI
           END-IF.
           MOVE C-QFIM TO A-QFIM
           ADD C-ADM      TO A-ADM
           ADD C-DESL     TO A-DESL
           ADD C-AUSDIAS  TO A-AUSDIAS
           ADD C-AUSHORAS TO A-AUSHORAS
           ADD C-HORASPREV TO A-HORASPREV
           ADD C-HEXTRA   TO A-HEXTRA
           ADD C-BRUTO    TO A-BRUTO
           ADD 1 TO W-SLOT-ACU
           IF W-SLOT-ACU NOT > W-SLOT-REL
              GO TO SOMA-ACUM
           END-IF.
       SOMA-ACUM-FIM.
           EXIT.

      *---------[ INDICES DE UMA LINHA ]--------------------------------
       CALC-INDICES.
           MOVE ZEROS TO W-TURNOVER W-ABSENT W-PERCHE
           COMPUTE W-VARQ = C-QFIM - C-QINI
           COMPUTE W-QMEDIO = (C-QINI + C-QFIM) / 2
           IF W-QMEDIO > ZEROS
              COMPUTE W-TURNOVER ROUNDED =
                      (C-ADM + C-DESL) * 50 / W-QMEDIO
                 ON SIZE ERROR MOVE 999,99 TO W-TURNOVER
              END-COMPUTE
           END-IF.
           IF C-HORASPREV > ZEROS
              COMPUTE W-ABSENT ROUNDED =
                      C-AUSHORAS * 100 / C-HORASPREV
                 ON SIZE ERROR MOVE 999,99 TO W-ABSENT
              END-COMPUTE
           END-IF.
           IF C-BRUTO > ZEROS
              COMPUTE W-PERCHE ROUNDED = C-HEXTRA * 100 / C-BRUTO
                 ON SIZE ERROR MOVE 999,99 TO W-PERCHE
              END-COMPUTE
           END-IF.
       CALC-INDICES-FIM.
           EXIT.

      * DEPARTAMENTO SEM NENHUM MOVIMENTO NAO SAI; O TOTAL SAI SEMPRE.
       IMPRIME-LINHA.
           IF IND < 12
              AND C-QINI = ZEROS AND C-QFIM = ZEROS
              AND C-ADM = ZEROS AND C-DESL = ZEROS
              AND C-AUSDIAS = ZEROS AND C-AUSHORAS = ZEROS
              AND C-HEXTRA = ZEROS AND C-BRUTO = ZEROS
              GO TO IMPRIME-LINHA-FIM
           END-IF.
           PERFORM CALC-INDICES THRU CALC-INDICES-FIM.
           IF IND > 10
              MOVE ZEROS TO W-DEP-EXIB
           ELSE
              MOVE IND   TO W-DEP-EXIB
           END-IF.
           MOVE W-DEP-EXIB  TO RDDEP
           MOVE TBDEP(IND)  TO RDNOME EDEPNOME
           MOVE C-QINI      TO RQINI EQINI
           MOVE C-ADM       TO RADM EADM
           MOVE C-DESL      TO RDESL EDESL
           MOVE C-QFIM      TO RQFIM EQFIM
           MOVE W-VARQ      TO RVAR
           MOVE W-TURNOVER  TO RTURN ETURN
           MOVE C-AUSDIAS   TO RAUSD EAUSD
           MOVE C-AUSHORAS  TO RAUSH EAUSH
           MOVE C-HORASPREV TO RHPREV EHPREV
           MOVE W-ABSENT    TO RABS EABS
           MOVE C-HEXTRA    TO RHEXTRA EHEXTRA
           MOVE C-BRUTO     TO RBRUTO EBRUTO
           MOVE W-PERCHE    TO RPERCHE EPERCHE
           MOVE LIN-DET TO LINHAREL
           WRITE LINHAREL
           IF IND = 12
              MOVE 99 TO W-DEP-EXIB
           END-IF.
           MOVE W-DEP-EXIB  TO EDEP
           MOVE W-LINPNL TO LINHAPNL
           WRITE LINHAPNL.
       IMPRIME-LINHA-FIM.
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
           MOVE "OUTROS/DESLIG." TO TBDEP(11)
           MOVE "TOTAL EMPRESA"  TO TBDEP(12)
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
