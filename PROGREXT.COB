      ****************************************************
      * EXTRACAO DO CADFOLHA PARA INTEGRACAO COM O        *
      * SISTEMA CONTABIL/ERP - ARQUIVO DELIMITADO POR ";" *
      * COM AS BASES DE INSS/IRRF/FGTS DO BASEFOLHA.DAT   *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		SELECT EXTCONT ASSIGN TO W-NOMEARQ
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FD EXTCONT
			LABEL RECORD IS STANDARD.
		01 LINHAEXT           PIC X(132).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-BAS             PIC X(02) VALUE "00".
       01 W-TEM-BASE         PIC X(01) VALUE "N".
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
          03 DSALARIOFAMILIA PIC 9(06)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 DSALARIOLIQ     PIC 9(06)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 DBASEINSS       PIC 9(06)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 DBASEIRRF       PIC 9(06)V99.
          03 FILLER          PIC X(01) VALUE ";".
          03 DBASEFGTS       PIC 9(06)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(1:6) TO W-COMPET
           STRING "EXTCONT." DELIMITED BY SIZE
               CLOSE CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT BASEFOLHA
           IF ST-BAS = "00"
               MOVE "S" TO W-TEM-BASE
           ELSE
               DISPLAY "BASEFOLHA INDISPONIVEL - BASES EXTRAIDAS PELO "
                       "BRUTO: " ST-BAS
           END-IF.

       R1-LER.
           READ CADFOLHA NEXT RECORD
           MOVE IMPOSTORENDA   TO DIMPOSTORENDA
           MOVE SALARIOFAMILIA TO DSALARIOFAMILIA
           MOVE SALARIOLIQ     TO DSALARIOLIQ
           PERFORM BUSCA-BASES THRU BUSCA-BASES-FIM
           MOVE W-LINDET TO LINHAEXT
           WRITE LINHAEXT.

           DISPLAY "FUNCIONARIOS EXTRAIDOS...: " W-QTDE-LIDOS.
           DISPLAY "ARQUIVO GERADO...........: " W-NOMEARQ.
           CLOSE CADFOLHA EXTCONT.
           IF W-TEM-BASE = "S"
              CLOSE BASEFOLHA
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.

      *---------[ BASES DE CALCULO DA COMPETENCIA ]--------------------
      * BASES GRAVADAS PELO CALCULO DA FOLHA CONFORME AS INCIDENCIAS
      * DAS RUBRICAS. SEM REGISTRO NO BASEFOLHA, INSS E FGTS SAEM
      * SOBRE O BRUTO E O IRRF SOBRE BRUTO - INSS.
       BUSCA-BASES.
           MOVE SALARIOBRUTO TO DBASEINSS DBASEFGTS
           MOVE ZEROS TO DBASEIRRF
           IF INSS < SALARIOBRUTO
              SUBTRACT INSS FROM SALARIOBRUTO GIVING DBASEIRRF
           END-IF.
           IF W-TEM-BASE = "S"
              MOVE CODIGO   TO BAS-CODIGO
              MOVE W-COMPET TO BAS-COMPETENCIA
              READ BASEFOLHA
              IF ST-BAS = "00"
                 MOVE BAS-BASEINSS TO DBASEINSS
                 MOVE BAS-BASEIRRF TO DBASEIRRF
                 MOVE BAS-BASEFGTS TO DBASEFGTS
              END-IF
           END-IF.
       BUSCA-BASES-FIM.
           EXIT.
