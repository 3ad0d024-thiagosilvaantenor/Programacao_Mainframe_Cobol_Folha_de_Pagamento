      ****************************************************
      * RELATORIO DE CONSISTENCIA DO CADFOLHA - CONFERE   *
      * SALARIOBRUTO - INSS - IMPOSTORENDA + SALARIOFAMILIA*
      * - DESCONTOS DO LANCFOLHA NA COMPETENCIA ATUAL     *
      * CONTRA O SALARIOLIQ GRAVADO                       *
      ****************************************************
      *-----------------------------------------
		SELECT RELCONS ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELCONS.LST".
		01 LINHAREL           PIC X(132).

		FD LANCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "LANCFOLHA.DAT".
		01 REGLANC.
		   03 LAN-CHAVE.
		      05 LAN-CODIGO       PIC 9(06).
		      05 LAN-COMPETENCIA  PIC 9(06).
		      05 LAN-RUBRICA      PIC 9(03).
		   03 LAN-TIPO            PIC X(01).
		      88 LAN-PROVENTO     VALUE "P".
		      88 LAN-DESCONTO     VALUE "D".
		      88 LAN-ABATEBRUTO   VALUE "A".
		   03 LAN-DESCRICAO       PIC X(20).
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 W-DIFERENCA        PIC S9(6)V99 VALUE ZEROS.
       01 W-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-DIVERG      PIC 9(06) VALUE ZEROS.
       01 ST-LAN             PIC X(02) VALUE "00".
       01 W-TEM-LANC         PIC X(01) VALUE "N".
       01 W-LANC-DESC        PIC 9(6)V99 VALUE ZEROS.
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.

       01 LIN-CAB1.
          03 FILLER PIC X(52) VALUE
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
      * RETURN-CODE PARA A CADEIA DE FECHAMENTO: 8 = NAO CONCLUIDO,
      * 4 = HA DIVERGENCIA, 0 = FOLHA CONSISTENTE.
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(1:6) TO W-COMPET.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT LANCFOLHA
           IF ST-LAN = "00"
               MOVE "S" TO W-TEM-LANC
           ELSE
               DISPLAY "LANCFOLHA INDISPONIVEL - CONFERENCIA SEM OS "
                       "DESCONTOS LANCADOS: " ST-LAN
           END-IF.

           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           SUBTRACT INSS FROM SALARIOBRUTO GIVING W-SALLIQ-CALC
           SUBTRACT IMPOSTORENDA FROM W-SALLIQ-CALC
           ADD SALARIOFAMILIA TO W-SALLIQ-CALC.
           PERFORM SOMA-DESCONTOS THRU SOMA-DESCONTOS-FIM
           SUBTRACT W-LANC-DESC FROM W-SALLIQ-CALC.

           SUBTRACT W-SALLIQ-CALC FROM SALARIOLIQ GIVING W-DIFERENCA.

           WRITE LINHAREL.

           CLOSE CADFOLHA RELCONS.
           IF W-TEM-LANC = "S"
               CLOSE LANCFOLHA
           END-IF.
           IF W-QTDE-DIVERG > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ DESCONTOS LANCADOS NA COMPETENCIA ]-------------------
      * O PROGRFP E O PROGRREC TIRAM DO SALARIOLIQ OS DESCONTOS DO
      * LANCFOLHA (VALE, PENSAO, CONSIGNADO ETC.). PROVENTOS E ABATES
      * JA ESTAO DENTRO DO SALARIOBRUTO GRAVADO.
       SOMA-DESCONTOS.
           MOVE ZEROS TO W-LANC-DESC
           IF W-TEM-LANC NOT = "S"
              GO TO SOMA-DESCONTOS-FIM
           END-IF.
           MOVE CODIGO   TO LAN-CODIGO
           MOVE W-COMPET TO LAN-COMPETENCIA
           MOVE ZEROS    TO LAN-RUBRICA
           START LANCFOLHA KEY IS NOT LESS THAN LAN-CHAVE
              INVALID KEY MOVE "99" TO ST-LAN
              NOT INVALID KEY MOVE "00" TO ST-LAN
           END-START.
       SOMA-DESCONTOS-LOOP.
           IF ST-LAN NOT = "99"
              READ LANCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-LAN
              END-READ
           END-IF.
           IF ST-LAN = "99"
              GO TO SOMA-DESCONTOS-FIM
           END-IF.
           IF LAN-CODIGO NOT = CODIGO
              OR LAN-COMPETENCIA NOT = W-COMPET
              GO TO SOMA-DESCONTOS-FIM
           END-IF.
           IF LAN-DESCONTO
              ADD LAN-VALOR TO W-LANC-DESC
           END-IF.
           GO TO SOMA-DESCONTOS-LOOP.
       SOMA-DESCONTOS-FIM.
           EXIT.
