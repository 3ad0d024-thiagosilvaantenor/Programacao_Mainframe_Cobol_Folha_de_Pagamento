		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRPRV.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * PROVISAO MENSAL DE FERIAS, 1/3 CONSTITUCIONAL E   *
      * 13 SALARIO COM INSS PATRONAL E FGTS - SALDO POR   *
      * FUNCIONARIO/COMPETENCIA EM PROVFOLHA.DAT A PARTIR *
      * DO AVOSFOLHA E DO SALARIOBASE ATUAL, COM BAIXA    *
      * DAS FERIAS PAGAS NO PROGRFER E DAS RESCISOES DO   *
      * RESCFOLHA. RELATORIO RELPRV.LST E ARQUIVO PARA O  *
      * ERP (PROVCONT.AAAAMM.TXT) POR DEPARTAMENTO COM    *
      * CONSTITUICAO, REVERSAO E BAIXA SEPARADAS          *
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
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS CODIGO
			FILE STATUS IS ST-ERRO.
		SELECT AVOSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AVO-CODIGO
			FILE STATUS IS ST-AVO.
		SELECT FERIFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FER-CHAVE
			FILE STATUS IS ST-FER.
		SELECT RESCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RES-CHAVE
			FILE STATUS IS ST-RES.
		SELECT PROVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PRV-CHAVE
			FILE STATUS IS ST-PRV.
		SELECT DEPFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEP-CODIGO
			FILE STATUS IS ST-DEP.
		SELECT ENCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ENC-COMPETENCIA
			FILE STATUS IS ST-ENC.
		SELECT RELPRV ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT PROVCONT ASSIGN TO W-NOMEARQ
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

		FD AVOSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AVOSFOLHA.DAT".
		01 REGAVOS.
		   03 AVO-CODIGO       PIC 9(06).
		   03 AVO-MESADMISSAO  PIC 9(02).
		   03 AVO-ANOADMISSAO  PIC 9(04).
		   03 AVO-AVOS13       PIC 9(02).
		   03 AVO-AVOSFERIAS   PIC 9(02).

		FD FERIFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "FERIFOLHA.DAT".
		01 REGFERI.
		   03 FER-CHAVE.
		      05 FER-CODIGO       PIC 9(06).
		      05 FER-DATAINICIO   PIC 9(08).
		   03 FER-DATAFIM         PIC 9(08).
		   03 FER-QTDEDIAS        PIC 9(02).
		   03 FER-SITUACAO        PIC X(01).
		      88 FER-PROGRAMADA   VALUE "P".
		      88 FER-BAIXADA      VALUE "B".

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

		FD PROVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "PROVFOLHA.DAT".
		01 REGPROV.
		   03 PRV-CHAVE.
		      05 PRV-CODIGO       PIC 9(06).
		      05 PRV-COMPETENCIA  PIC 9(06).
		   03 PRV-DEPARTAMENTO    PIC 9(02).
		   03 PRV-SALARIOBASE     PIC 9(06)V99.
		   03 PRV-AVOS13          PIC 9(02).
		   03 PRV-AVOSFERIAS      PIC 9(02).
		   03 PRV-SALDOS.
		      05 PRV-SALDO        PIC 9(08)V99 OCCURS 5 TIMES.
		   03 PRV-SALDOS-R REDEFINES PRV-SALDOS.
		      05 PRV-SALDOFERIAS  PIC 9(08)V99.
		      05 PRV-SALDOTERCO   PIC 9(08)V99.
		      05 PRV-SALDO13      PIC 9(08)V99.
		      05 PRV-SALDOINSS    PIC 9(08)V99.
		      05 PRV-SALDOFGTS    PIC 9(08)V99.
		   03 PRV-CONSTITUICAO    PIC 9(08)V99.
		   03 PRV-REVERSAO        PIC 9(08)V99.
		   03 PRV-BAIXA           PIC 9(08)V99.
		   03 PRV-SITUACAO        PIC X(01).
		      88 PRV-ATIVO        VALUE "A".
		      88 PRV-RESCINDIDO   VALUE "R".

		FD DEPFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DEPFOLHA.DAT".
		01 REGDEP.
		   03 DEP-CODIGO      PIC 9(02).
		   03 DEP-DESCRICAO   PIC X(15).
		   03 DEP-SITUACAO    PIC X(01).

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

		FD RELPRV
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELPRV.LST".
		01 LINHAREL           PIC X(132).

		FD PROVCONT
			LABEL RECORD IS STANDARD.
		01 LINHAEXT           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-ERRO3           PIC X(02) VALUE "00".
       01 ST-AVO             PIC X(02) VALUE "00".
       01 ST-FER             PIC X(02) VALUE "00".
       01 ST-RES             PIC X(02) VALUE "00".
       01 ST-PRV             PIC X(02) VALUE "00".
       01 ST-DEP             PIC X(02) VALUE "00".
       01 ST-ENC             PIC X(02) VALUE "00".
       01 W-TEM-FER          PIC X(01) VALUE "N".
       01 W-TEM-RESC         PIC X(01) VALUE "N".
       01 W-TEM-ANT          PIC X(01) VALUE "N".
       01 W-TEM-ENC          PIC X(01) VALUE "N".
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-ANT       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-ANT-R REDEFINES W-COMPET-ANT.
          03 W-ANT-ANO       PIC 9(04).
          03 W-ANT-MES       PIC 9(02).
       01 W-NOMEARQ          PIC X(20) VALUE SPACES.
       01 W-PERC-INSS        PIC 9(02)V99 VALUE ZEROS.
       01 W-PERC-FGTS        PIC 9(02)V99 VALUE 8.
       01 W-COD-PROV         PIC 9(06) VALUE ZEROS.
       01 W-DEP-PROV         PIC 9(02) VALUE ZEROS.
       01 W-SAL-PROV         PIC 9(06)V99 VALUE ZEROS.
       01 W-AVOS13-ANT       PIC 9(02) VALUE ZEROS.
       01 W-SIT-ANT          PIC X(01) VALUE SPACES.
       01 W-OBS              PIC X(10) VALUE SPACES.
       01 W-PROD             PIC 9(08)V99 VALUE ZEROS.
       01 W-FER-PAGO         PIC 9(08)V99 VALUE ZEROS.
       01 W-TERCO-PAGO       PIC 9(08)V99 VALUE ZEROS.
       01 W-FER-PARC         PIC 9(06)V99 VALUE ZEROS.
       01 W-BASE-ENC         PIC 9(08)V99 VALUE ZEROS.
       01 W-VLR-CALC         PIC S9(08)V99 VALUE ZEROS.
       01 W-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PROV        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMAVOS     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-RESC        PIC 9(06) VALUE ZEROS.
       01 IND                PIC 9(02) VALUE ZEROS.
       01 IC                 PIC 9(01) VALUE ZEROS.

	   01 TABDEPART.
		  03 TBDEP	PIC X(15) OCCURS 10 TIMES.

       01 TAB-NOMECOMP-V.
          03 FILLER PIC X(12) VALUE "FERIAS".
          03 FILLER PIC X(12) VALUE "1/3 FERIAS".
          03 FILLER PIC X(12) VALUE "13 SALARIO".
          03 FILLER PIC X(12) VALUE "INSS PATRON.".
          03 FILLER PIC X(12) VALUE "FGTS".
       01 TAB-NOMECOMP REDEFINES TAB-NOMECOMP-V.
          03 NOMECOMP PIC X(12) OCCURS 5 TIMES.

      * MOVIMENTO DO FUNCIONARIO POR COMPONENTE: 1-FERIAS 2-TERCO
      * 3-13 SALARIO 4-INSS PATRONAL 5-FGTS
       01 TAB-MOV.
          03 MOV-COMP OCCURS 5 TIMES.
             05 MOV-ANT       PIC 9(08)V99.
             05 MOV-BAIXA     PIC 9(08)V99.
             05 MOV-NOVO      PIC 9(08)V99.
             05 MOV-CONST     PIC 9(08)V99.
             05 MOV-REVER     PIC 9(08)V99.

       01 TOT-FUNC.
          03 TF-ANT           PIC 9(08)V99.
          03 TF-CONST         PIC 9(08)V99.
          03 TF-REVER         PIC 9(08)V99.
          03 TF-BAIXA         PIC 9(08)V99.
          03 TF-SALDO         PIC 9(08)V99.

       01 TAB-DEPTOT.
          03 DPT-DEP OCCURS 10 TIMES.
             05 DPT-QTDE      PIC 9(05).
             05 DPT-COMP OCCURS 5 TIMES.
                07 DPT-CONST  PIC 9(09)V99.
                07 DPT-REVER  PIC 9(09)V99.
                07 DPT-BAIXA  PIC 9(09)V99.
                07 DPT-SALDO  PIC 9(09)V99.

       01 TAB-TOTGER.
          03 TOT-COMP OCCURS 5 TIMES.
             05 TOT-CONST     PIC 9(09)V99.
             05 TOT-REVER     PIC 9(09)V99.
             05 TOT-BAIXA     PIC 9(09)V99.
             05 TOT-SALDO     PIC 9(09)V99.

       01 W-LINEXT.
          03 EDEP            PIC 9(02).
          03 FILLER          PIC X(01) VALUE ";".
          03 EDEPNOME        PIC X(15).
          03 FILLER          PIC X(01) VALUE ";".
          03 ECOMPET         PIC 9(06).
          03 FILLER          PIC X(01) VALUE ";".
          03 ECOMP           PIC X(12).
          03 FILLER          PIC X(01) VALUE ";".
          03 ECONST          PIC 9(09)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EREVER          PIC 9(09)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 EBAIXA          PIC 9(09)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 ESALDO          PIC 9(09)V99.

       01 LIN-CAB1.
          03 FILLER PIC X(51) VALUE
             "PROVISAO DE FERIAS, 1/3 E 13 SALARIO - COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
          03 FILLER PIC X(18) VALUE "   INSS PATRONAL: ".
          03 CAB-PERC   PIC Z9,99.
          03 FILLER PIC X(01) VALUE "%".
       01 LIN-CAB2.
          03 FILLER PIC X(44) VALUE
             "CODIGO NOME                 DP    SALDO ANT.".
          03 FILLER PIC X(46) VALUE
             "   CONSTITUICAO       REVERSAO          BAIXA".
          03 FILLER PIC X(15) VALUE
             "   SALDO ATUAL".
       01 LIN-DET.
          03 RDCOD     PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDNOME    PIC X(20).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDDEP     PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDANT     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDCONST   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDREVER   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDBAIXA   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDSALDO   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDOBS     PIC X(10).
       01 LIN-CAB-DEP.
          03 FILLER PIC X(44) VALUE
             "RESUMO POR DEPARTAMENTO - CONTA".
          03 FILLER PIC X(46) VALUE
             "   CONSTITUICAO       REVERSAO          BAIXA".
          03 FILLER PIC X(15) VALUE
             "   SALDO ATUAL".
       01 LIN-DEP.
          03 FILLER    PIC X(07) VALUE "DEPTO ".
          03 SDEPCOD   PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SDEPNOME  PIC X(15).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SQTDE     PIC ZZZZ9.
          03 FILLER    PIC X(06) VALUE " FUNC.".
       01 LIN-RES.
          03 FILLER    PIC X(05) VALUE SPACES.
          03 SCOMP     PIC X(12).
          03 FILLER    PIC X(29) VALUE SPACES.
          03 SCONST    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SREVER    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SBAIXA    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 SSALDO    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT.
          03 FILLER    PIC X(30) VALUE
             "TOTAL GERAL DA PROVISAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROVISAO MENSAL DE FERIAS E 13 SALARIO".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA DA PROVISAO (AAAAMM): ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET
           END-IF.
           DISPLAY "PERCENTUAL DE INSS PATRONAL (EX: 20,00 - ZERO = "
                    "ENCARGOS DO ENCFOLHA): ".
           ACCEPT W-PERC-INSS.
           IF W-PERC-INSS = ZEROS
              PERFORM BUSCA-ENCARGOS THRU BUSCA-ENCARGOS-FIM
           END-IF.
           MOVE W-COMPET TO W-COMPET-ANT
           IF W-COMPET-MES = 1
              SUBTRACT 1 FROM W-ANT-ANO
              MOVE 12 TO W-ANT-MES
           ELSE
              SUBTRACT 1 FROM W-ANT-MES
           END-IF.
           STRING "PROVCONT." DELIMITED BY SIZE
                  W-COMPET    DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
                  INTO W-NOMEARQ.
           MOVE ZEROS TO TAB-DEPTOT TAB-TOTGER.

       R0.
           PERFORM ABRE-DEP THRU ABRE-DEP-FIM.
           PERFORM CARREGA-DEP THRU CARREGA-DEP-FIM.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE DEPFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT AVOSFOLHA
           IF ST-AVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO AVOSFOLHA (rode "
                        "o PROGRAVO uma vez para cria-lo): " ST-AVO
               CLOSE DEPFOLHA CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELPRV
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPRV: " ST-ERRO2
               CLOSE DEPFOLHA CADFOLHA AVOSFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT PROVCONT
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-NOMEARQ
                       ": " ST-ERRO3
               CLOSE DEPFOLHA CADFOLHA AVOSFOLHA RELPRV
               GO TO ROT-FIM
           END-IF.
           PERFORM ABRE-PROVFOLHA THRU ABRE-PROVFOLHA-FIM.
           OPEN INPUT FERIFOLHA
           IF ST-FER = "00"
               MOVE "S" TO W-TEM-FER
           ELSE
               DISPLAY "FERIFOLHA INDISPONIVEL - SEM BAIXA DE FERIAS "
                       "PAGAS: " ST-FER
           END-IF.
           OPEN INPUT RESCFOLHA
           IF ST-RES = "00"
               MOVE "S" TO W-TEM-RESC
           ELSE
               DISPLAY "RESCFOLHA INDISPONIVEL - SEM BAIXA DE "
                       "RESCISOES: " ST-RES
           END-IF.

           MOVE W-COMPET    TO CAB-COMPET
           MOVE W-PERC-INSS TO CAB-PERC
           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL.

       R1-LER.
           READ CADFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-CAD
           END-READ.
           IF W-FIM-CAD = "S"
               GO TO R5-RESCISOES
           END-IF.
           ADD 1 TO W-QTDE-LIDOS.

           MOVE CODIGO TO AVO-CODIGO
           READ AVOSFOLHA
           IF ST-AVO NOT = "00"
               ADD 1 TO W-QTDE-SEMAVOS
               DISPLAY "CODIGO " CODIGO
                        " SEM REGISTRO DE AVOS - NAO PROVISIONADO"
               MOVE "00" TO ST-AVO
               GO TO R1-LER
           END-IF.

           MOVE ZEROS        TO TAB-MOV
           MOVE CODIGO       TO W-COD-PROV
           MOVE DEPARTAMENTO TO W-DEP-PROV
           MOVE SALARIOBASE  TO W-SAL-PROV
           MOVE SPACES       TO W-OBS
           PERFORM LE-SALDO-ANT THRU LE-SALDO-ANT-FIM.

      * ---- SALDO DEVIDO HOJE: MESMA CONTA DO PROGR13 ----
           MULTIPLY SALARIOBASE BY AVO-AVOSFERIAS GIVING W-PROD
           DIVIDE W-PROD BY 12 GIVING MOV-NOVO(1) ROUNDED
           DIVIDE MOV-NOVO(1) BY 3 GIVING MOV-NOVO(2)
           MULTIPLY SALARIOBASE BY AVO-AVOS13 GIVING W-PROD
           DIVIDE W-PROD BY 12 GIVING MOV-NOVO(3) ROUNDED
           ADD MOV-NOVO(1) MOV-NOVO(2) MOV-NOVO(3) GIVING W-BASE-ENC
           COMPUTE MOV-NOVO(4) ROUNDED = W-BASE-ENC * W-PERC-INSS / 100
           COMPUTE MOV-NOVO(5) ROUNDED = W-BASE-ENC * W-PERC-FGTS / 100.

      * ---- BAIXAS: FERIAS PAGAS NA COMPETENCIA E 13 JA PAGO ----
      * SO O ZERAMENTO DOS AVOS (PROGRAVO) E PAGAMENTO DO 13. AVO
      * RETIRADO POR FALTAS (PROGRAFA) CAI NA REVERSAO DO MOVIMENTO.
           IF W-TEM-FER = "S"
              PERFORM SOMA-FERIAS-PAGAS THRU SOMA-FERIAS-PAGAS-FIM
           END-IF.
           IF W-TEM-ANT = "S" AND AVO-AVOS13 = ZEROS
              AND W-AVOS13-ANT > ZEROS
              MOVE MOV-ANT(3) TO MOV-BAIXA(3)
              MOVE "13 PAGO" TO W-OBS
           END-IF.
           PERFORM BAIXA-ENCARGOS THRU BAIXA-ENCARGOS-FIM.

           PERFORM CALC-MOVIMENTO THRU CALC-MOVIMENTO-FIM.
           MOVE AVO-AVOS13     TO PRV-AVOS13
           MOVE AVO-AVOSFERIAS TO PRV-AVOSFERIAS
           MOVE "A"            TO PRV-SITUACAO
           PERFORM GRAVA-SALDO THRU GRAVA-SALDO-FIM.
           MOVE NOME TO RDNOME
           PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           GO TO R1-LER.

      *---------[ RESCISOES DA COMPETENCIA ]----------------------------
      * O PROGRFP EXCLUI O FUNCIONARIO DO CADFOLHA NA RESCISAO; O SALDO
      * ANTERIOR DELE E TODO BAIXADO E A COMPETENCIA FICA GRAVADA COM
      * SALDO ZERO E SITUACAO R, PARA NAO SER BAIXADO DE NOVO.
       R5-RESCISOES.
           IF W-TEM-RESC NOT = "S"
               GO TO R6-DEPTOS
           END-IF.
       R5-LER.
           READ RESCFOLHA NEXT RECORD
               AT END MOVE "99" TO ST-RES
           END-READ.
           IF ST-RES = "99"
               GO TO R6-DEPTOS
           END-IF.
           IF RES-DATARESC(1:6) NOT = W-COMPET
               GO TO R5-LER
           END-IF.
           MOVE ZEROS           TO TAB-MOV
           MOVE RES-CODIGO      TO W-COD-PROV
           MOVE RES-SALARIOBASE TO W-SAL-PROV
           PERFORM LE-SALDO-ANT THRU LE-SALDO-ANT-FIM.
           IF W-TEM-ANT NOT = "S" OR W-SIT-ANT = "R"
               GO TO R5-LER
           END-IF.
           MOVE PRV-DEPARTAMENTO TO W-DEP-PROV
           MOVE 1 TO IC.
       R5-BAIXA-LOOP.
           MOVE MOV-ANT(IC) TO MOV-BAIXA(IC)
           ADD 1 TO IC
           IF IC < 6
               GO TO R5-BAIXA-LOOP
           END-IF.
           ADD 1 TO W-QTDE-RESC
           PERFORM CALC-MOVIMENTO THRU CALC-MOVIMENTO-FIM.
           MOVE ZEROS TO PRV-AVOS13 PRV-AVOSFERIAS
           MOVE "R"   TO PRV-SITUACAO
           PERFORM GRAVA-SALDO THRU GRAVA-SALDO-FIM.
           MOVE RES-NOME   TO RDNOME
           MOVE "RESCISAO" TO W-OBS
           PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
           GO TO R5-LER.

      *---------[ RESUMO POR DEPARTAMENTO E ARQUIVO DO ERP ]------------
       R6-DEPTOS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB-DEP TO LINHAREL
           WRITE LINHAREL
           MOVE 1 TO IND.
       R6-DEP-LOOP.
           IF IND > 10
               GO TO R7-TOTALGERAL
           END-IF.
           IF DPT-QTDE(IND) = 0
               ADD 1 TO IND
               GO TO R6-DEP-LOOP
           END-IF.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE IND            TO SDEPCOD
           MOVE TBDEP(IND)     TO SDEPNOME
           MOVE DPT-QTDE(IND)  TO SQTDE
           MOVE LIN-DEP TO LINHAREL
           WRITE LINHAREL
           MOVE 1 TO IC.
       R6-COMP-LOOP.
           MOVE NOMECOMP(IC)          TO SCOMP ECOMP
           MOVE DPT-CONST(IND, IC)    TO SCONST ECONST
           MOVE DPT-REVER(IND, IC)    TO SREVER EREVER
           MOVE DPT-BAIXA(IND, IC)    TO SBAIXA EBAIXA
           MOVE DPT-SALDO(IND, IC)    TO SSALDO ESALDO
           MOVE LIN-RES TO LINHAREL
           WRITE LINHAREL
           MOVE IND        TO EDEP
           MOVE TBDEP(IND) TO EDEPNOME
           MOVE W-COMPET   TO ECOMPET
           MOVE W-LINEXT TO LINHAEXT
           WRITE LINHAEXT
           ADD 1 TO IC
           IF IC < 6
               GO TO R6-COMP-LOOP
           END-IF.
           ADD 1 TO IND
           GO TO R6-DEP-LOOP.

       R7-TOTALGERAL.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-TOT TO LINHAREL
           WRITE LINHAREL
           MOVE 1 TO IC.
       R7-COMP-LOOP.
           MOVE NOMECOMP(IC)  TO SCOMP
           MOVE TOT-CONST(IC) TO SCONST
           MOVE TOT-REVER(IC) TO SREVER
           MOVE TOT-BAIXA(IC) TO SBAIXA
           MOVE TOT-SALDO(IC) TO SSALDO
           MOVE LIN-RES TO LINHAREL
           WRITE LINHAREL
           ADD 1 TO IC
           IF IC < 6
               GO TO R7-COMP-LOOP
           END-IF.

       R9-FIM.
           DISPLAY "COMPETENCIA..............: " W-COMPET.
           DISPLAY "FUNCIONARIOS LIDOS.......: " W-QTDE-LIDOS.
           DISPLAY "FUNCIONARIOS PROVISIONADOS " W-QTDE-PROV.
           DISPLAY "SEM REGISTRO DE AVOS.....: " W-QTDE-SEMAVOS.
           DISPLAY "RESCISOES BAIXADAS.......: " W-QTDE-RESC.
           DISPLAY "RELATORIO GERADO EM RELPRV.LST".
           DISPLAY "ARQUIVO PARA O ERP.......: " W-NOMEARQ.
           CLOSE DEPFOLHA CADFOLHA AVOSFOLHA RELPRV PROVCONT PROVFOLHA.
           IF W-TEM-FER = "S"
              CLOSE FERIFOLHA
           END-IF.
           IF W-TEM-RESC = "S"
              CLOSE RESCFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ PERCENTUAIS DO ENCFOLHA (PROGRPEN) ]------------------
      * SEM PERCENTUAL INFORMADO, A PROVISAO USA O ENCARGO PATRONAL
      * COMPLETO VIGENTE NA COMPETENCIA (INSS + RAT X FAP + TERCEIROS)
      * E O FGTS DO CADASTRO, COMO O PROGRENC. SEM CADASTRO, 20%.
       BUSCA-ENCARGOS.
           MOVE 20 TO W-PERC-INSS
           OPEN INPUT ENCFOLHA
           IF ST-ENC NOT = "00"
              DISPLAY "ASSUMIDO O PERCENTUAL DE 20%"
              GO TO BUSCA-ENCARGOS-FIM
           END-IF.
       BUSCA-ENCARGOS-LOOP.
           READ ENCFOLHA NEXT RECORD
              AT END MOVE "99" TO ST-ENC
           END-READ.
           IF ST-ENC NOT = "99" AND ENC-COMPETENCIA NOT > W-COMPET
              COMPUTE W-PERC-INSS ROUNDED = ENC-PERCINSS
                      + ENC-PERCRAT * ENC-FAP + ENC-PERCTERC
              MOVE ENC-PERCFGTS TO W-PERC-FGTS
              MOVE "S" TO W-TEM-ENC
              GO TO BUSCA-ENCARGOS-LOOP
           END-IF.
           CLOSE ENCFOLHA.
           IF W-TEM-ENC NOT = "S"
              DISPLAY "ASSUMIDO O PERCENTUAL DE 20%"
           ELSE
              DISPLAY "ENCARGO PATRONAL DO ENCFOLHA: " W-PERC-INSS
                       "%  FGTS: " W-PERC-FGTS "%"
           END-IF.
       BUSCA-ENCARGOS-FIM.
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

      *---------[ SALDO PROVISIONADO POR COMPETENCIA ]------------------
      * UM REGISTRO POR FUNCIONARIO/COMPETENCIA. RODAR DE NOVO A MESMA
      * COMPETENCIA REGRAVA O REGISTRO A PARTIR DO SALDO DO MES
      * ANTERIOR, SEM ACUMULAR EM DOBRO. SEM SALDO ANTERIOR (PRIMEIRO
      * MES) TODO O SALDO DEVIDO ENTRA COMO CONSTITUICAO.
       ABRE-PROVFOLHA.
           OPEN I-O PROVFOLHA
           IF ST-PRV NOT = "00"
              IF ST-PRV = "30" OR ST-PRV = "35"
                 OPEN OUTPUT PROVFOLHA
                 CLOSE PROVFOLHA
                 OPEN I-O PROVFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO PROVFOLHA: " ST-PRV
                 CLOSE DEPFOLHA CADFOLHA AVOSFOLHA RELPRV PROVCONT
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-PROVFOLHA-FIM.
           EXIT.

       LE-SALDO-ANT.
           MOVE "N"    TO W-TEM-ANT
           MOVE SPACES TO W-SIT-ANT
           MOVE ZEROS  TO W-AVOS13-ANT
           MOVE W-COD-PROV   TO PRV-CODIGO
           MOVE W-COMPET-ANT TO PRV-COMPETENCIA
           READ PROVFOLHA
           IF ST-PRV NOT = "00"
              MOVE "00" TO ST-PRV
              GO TO LE-SALDO-ANT-FIM
           END-IF.
           MOVE "S"          TO W-TEM-ANT
           MOVE PRV-SITUACAO TO W-SIT-ANT
           MOVE PRV-AVOS13   TO W-AVOS13-ANT
           MOVE 1 TO IC.
       LE-SALDO-ANT-LOOP.
           MOVE PRV-SALDO(IC) TO MOV-ANT(IC)
           ADD 1 TO IC
           IF IC < 6
              GO TO LE-SALDO-ANT-LOOP
           END-IF.
       LE-SALDO-ANT-FIM.
           EXIT.

      *---------[ FERIAS PAGAS NA COMPETENCIA (PROGRFER MODO B) ]-------
      * MESMA CONTA DO PROGRFER: BASE * DIAS / 30 E O TERCO. A BAIXA
      * NAO PASSA DO SALDO PROVISIONADO; O QUE FALTAR FOI PAGO DIRETO
      * NA FOLHA E O QUE SOBRAR E REVERTIDO PELOS AVOS ZERADOS.
       SOMA-FERIAS-PAGAS.
           MOVE ZEROS TO W-FER-PAGO W-TERCO-PAGO
           MOVE W-COD-PROV TO FER-CODIGO
           MOVE ZEROS      TO FER-DATAINICIO
           MOVE W-COMPET   TO FER-DATAINICIO(1:6)
           START FERIFOLHA KEY IS NOT LESS THAN FER-CHAVE
              INVALID KEY MOVE "99" TO ST-FER
              NOT INVALID KEY MOVE "00" TO ST-FER
           END-START.
       SOMA-FERIAS-PAGAS-LOOP.
           IF ST-FER NOT = "99"
              READ FERIFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-FER
              END-READ
           END-IF.
           IF ST-FER = "99"
              GO TO SOMA-FERIAS-PAGAS-BAIXA
           END-IF.
           IF FER-CODIGO NOT = W-COD-PROV
              OR FER-DATAINICIO(1:6) NOT = W-COMPET
              GO TO SOMA-FERIAS-PAGAS-BAIXA
           END-IF.
           IF FER-BAIXADA
              MULTIPLY SALARIOBASE BY FER-QTDEDIAS GIVING W-PROD
              DIVIDE W-PROD BY 30 GIVING W-FER-PARC ROUNDED
              ADD W-FER-PARC TO W-FER-PAGO
              DIVIDE W-FER-PARC BY 3 GIVING W-FER-PARC
              ADD W-FER-PARC TO W-TERCO-PAGO
              MOVE "FERIAS" TO W-OBS
           END-IF.
           GO TO SOMA-FERIAS-PAGAS-LOOP.
       SOMA-FERIAS-PAGAS-BAIXA.
           MOVE W-FER-PAGO TO MOV-BAIXA(1)
           IF MOV-BAIXA(1) > MOV-ANT(1)
              MOVE MOV-ANT(1) TO MOV-BAIXA(1)
           END-IF.
           MOVE W-TERCO-PAGO TO MOV-BAIXA(2)
           IF MOV-BAIXA(2) > MOV-ANT(2)
              MOVE MOV-ANT(2) TO MOV-BAIXA(2)
           END-IF.
           MOVE "00" TO ST-FER.
       SOMA-FERIAS-PAGAS-FIM.
           EXIT.

      * O ENCARGO BAIXADO ACOMPANHA O VALOR BAIXADO DE FERIAS/13,
      * LIMITADO AO SALDO DE ENCARGO JA PROVISIONADO.
       BAIXA-ENCARGOS.
           ADD MOV-BAIXA(1) MOV-BAIXA(2) MOV-BAIXA(3) GIVING W-BASE-ENC
           COMPUTE MOV-BAIXA(4) ROUNDED =
                   W-BASE-ENC * W-PERC-INSS / 100
           IF MOV-BAIXA(4) > MOV-ANT(4)
              MOVE MOV-ANT(4) TO MOV-BAIXA(4)
           END-IF.
           COMPUTE MOV-BAIXA(5) ROUNDED =
                   W-BASE-ENC * W-PERC-FGTS / 100
           IF MOV-BAIXA(5) > MOV-ANT(5)
              MOVE MOV-ANT(5) TO MOV-BAIXA(5)
           END-IF.
       BAIXA-ENCARGOS-FIM.
           EXIT.

      *---------[ CONSTITUICAO E REVERSAO POR COMPONENTE ]--------------
      * SALDO NOVO - (SALDO ANTERIOR - BAIXA): POSITIVO E CONSTITUICAO
      * DA PROVISAO DO MES, NEGATIVO E REVERSAO (EX.: REDUCAO DE
      * SALARIO, AVOS CORRIGIDOS OU FERIAS PAGAS A MENOR).
       CALC-MOVIMENTO.
           MOVE ZEROS TO TOT-FUNC
           IF W-DEP-PROV < 1 OR W-DEP-PROV > 10
               MOVE 1 TO IND
           ELSE
               MOVE W-DEP-PROV TO IND
           END-IF.
           ADD 1 TO DPT-QTDE(IND) W-QTDE-PROV
           MOVE 1 TO IC.
       CALC-MOVIMENTO-LOOP.
           COMPUTE W-VLR-CALC = MOV-NOVO(IC) - MOV-ANT(IC)
                              + MOV-BAIXA(IC)
           IF W-VLR-CALC > ZEROS
              MOVE W-VLR-CALC TO MOV-CONST(IC)
           ELSE
              COMPUTE MOV-REVER(IC) = ZEROS - W-VLR-CALC
           END-IF.
           ADD MOV-ANT(IC)   TO TF-ANT
           ADD MOV-CONST(IC) TO TF-CONST DPT-CONST(IND, IC)
                                TOT-CONST(IC)
           ADD MOV-REVER(IC) TO TF-REVER DPT-REVER(IND, IC)
                                TOT-REVER(IC)
           ADD MOV-BAIXA(IC) TO TF-BAIXA DPT-BAIXA(IND, IC)
                                TOT-BAIXA(IC)
           ADD MOV-NOVO(IC)  TO TF-SALDO DPT-SALDO(IND, IC)
                                TOT-SALDO(IC)
           MOVE MOV-NOVO(IC) TO PRV-SALDO(IC)
           ADD 1 TO IC
           IF IC < 6
              GO TO CALC-MOVIMENTO-LOOP
           END-IF.
       CALC-MOVIMENTO-FIM.
           EXIT.

       GRAVA-SALDO.
           MOVE W-COD-PROV  TO PRV-CODIGO
           MOVE W-COMPET    TO PRV-COMPETENCIA
           MOVE W-DEP-PROV  TO PRV-DEPARTAMENTO
           MOVE W-SAL-PROV  TO PRV-SALARIOBASE
           MOVE TF-CONST    TO PRV-CONSTITUICAO
           MOVE TF-REVER    TO PRV-REVERSAO
           MOVE TF-BAIXA    TO PRV-BAIXA
           WRITE REGPROV
              INVALID KEY
                 REWRITE REGPROV
           END-WRITE.
       GRAVA-SALDO-FIM.
           EXIT.

       IMPRIME-FUNC.
           MOVE W-COD-PROV TO RDCOD
           MOVE W-DEP-PROV TO RDDEP
           MOVE TF-ANT     TO RDANT
           MOVE TF-CONST   TO RDCONST
           MOVE TF-REVER   TO RDREVER
           MOVE TF-BAIXA   TO RDBAIXA
           MOVE TF-SALDO   TO RDSALDO
           MOVE W-OBS      TO RDOBS
           MOVE LIN-DET TO LINHAREL
           WRITE LINHAREL.
       IMPRIME-FUNC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
