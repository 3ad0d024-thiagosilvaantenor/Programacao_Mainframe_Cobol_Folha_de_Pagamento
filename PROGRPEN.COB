		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRPEN.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * MANUTENCAO DOS PERCENTUAIS DE ENCARGOS PATRONAIS  *
      * (ENCFOLHA.DAT) - INSS PATRONAL, RAT/FAP, TERCEIROS*
      * E FGTS, E DIA DE VENCIMENTO DAS GUIAS. CADA       *
      * REGISTRO VALE A PARTIR DA COMPETENCIA INFORMADA,  *
      * COMO AS FAIXAS DO ALIQUOTA.DAT                    *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT ENCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ENC-COMPETENCIA
			FILE STATUS IS ST-ENC.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 W-OPCAO 		    PIC X(01) VALUE SPACES.
	   77 W-ACT 		    PIC 9(02) VALUE ZEROS.
	   77 MENS			    PIC X(50) VALUE SPACES.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-ENC            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAENC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "          PERCENTUAIS DE ENCARGOS PATRONAIS".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 04  COLUMN 01
               VALUE  "    VALIDO A PARTIR DA COMPETENCIA (AAAAMM):".
           05  LINE 06  COLUMN 01
               VALUE  "    INSS PATRONAL (%):".
           05  LINE 07  COLUMN 01
               VALUE  "    RAT - RISCO DE ACIDENTE (1, 2 OU 3 %):".
           05  LINE 08  COLUMN 01
               VALUE  "    FAP - FATOR ACIDENTARIO (0,5 A 2,0):".
           05  LINE 09  COLUMN 01
               VALUE  "    TERCEIROS - SAL.EDUCACAO/SISTEMA S (%):".
           05  LINE 10  COLUMN 01
               VALUE  "    FGTS (%):".
           05  LINE 12  COLUMN 01
               VALUE  "    VENCIMENTO NO MES SEGUINTE - DIA DA".
           05  LINE 13  COLUMN 01
               VALUE  "      GPS/DCTFWEB:".
           05  LINE 14  COLUMN 01
               VALUE  "      DARF DO IRRF RETIDO:".
           05  LINE 15  COLUMN 01
               VALUE  "      GUIA DO FGTS:".
           05  LINE 22  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCOMPET
               LINE 04  COLUMN 47  PIC 9(06)
               USING  ENC-COMPETENCIA.
           05  TPERCINSS
               LINE 06  COLUMN 47  PIC Z9,99
               USING  ENC-PERCINSS.
           05  TPERCRAT
               LINE 07  COLUMN 47  PIC 9,99
               USING  ENC-PERCRAT.
           05  TFAP
               LINE 08  COLUMN 47  PIC 9,9999
               USING  ENC-FAP.
           05  TPERCTERC
               LINE 09  COLUMN 47  PIC Z9,99
               USING  ENC-PERCTERC.
           05  TPERCFGTS
               LINE 10  COLUMN 47  PIC Z9,99
               USING  ENC-PERCFGTS.
           05  TDIAGPS
               LINE 13  COLUMN 47  PIC 9(02)
               USING  ENC-DIAGPS.
           05  TDIADARF
               LINE 14  COLUMN 47  PIC 9(02)
               USING  ENC-DIADARF.
           05  TDIAFGTS
               LINE 15  COLUMN 47  PIC 9(02)
               USING  ENC-DIAFGTS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
	   R0.
	       OPEN I-O ENCFOLHA
	       IF ST-ENC NOT = "00"
	          IF ST-ENC = "30" OR ST-ENC = "35"
	             DISPLAY (23, 12)
	                "ENCFOLHA NAO ENCONTRADO - CRIAR VAZIO (S/N)? "
	             ACCEPT (23, 58) W-CONFIRMA
	             IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
	                MOVE "*** CRIACAO CANCELADA PELO OPERADOR ***"
	                                                        TO MENS
	                PERFORM ROT-MENS THRU ROT-MENS-FIM
	                GO TO ROT-FIM
	             END-IF
	             OPEN OUTPUT ENCFOLHA
	             CLOSE ENCFOLHA
	             OPEN I-O ENCFOLHA
	             MOVE "*** ENCFOLHA CRIADO ***" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	          ELSE
	             MOVE "ERRO ABERTURA ENCFOLHA" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	             GO TO ROT-FIM
	          END-IF
	       END-IF.
       R1.
            MOVE ZERO TO W-SEL
            MOVE ZEROS TO ENC-COMPETENCIA ENC-PERCINSS ENC-PERCRAT
                          ENC-FAP ENC-PERCTERC ENC-PERCFGTS
                          ENC-DIAGPS ENC-DIADARF ENC-DIAFGTS.
           DISPLAY TELAENC.
       R2.
           ACCEPT TCOMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ENC-COMPETENCIA(5:2) < "01" OR
              ENC-COMPETENCIA(5:2) > "12"
                MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
	   LER-ENCFOLHA.
           READ ENCFOLHA
           IF ST-ENC NOT = "23"
              IF ST-ENC = "00"
                PERFORM MOSTRA-PERCENTUAIS THRU MOSTRA-PERCENTUAIS-FIM
                MOVE "*** REGISTRO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ENCFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              END-IF
           ELSE
      * SUGESTAO PARA EMPRESA DO LUCRO REAL/PRESUMIDO SEM DESONERACAO
                MOVE 20     TO ENC-PERCINSS
                MOVE 2      TO ENC-PERCRAT
                MOVE 1      TO ENC-FAP
                MOVE 5,80   TO ENC-PERCTERC
                MOVE 8      TO ENC-PERCFGTS
                MOVE 20     TO ENC-DIAGPS ENC-DIADARF ENC-DIAFGTS
                PERFORM MOSTRA-PERCENTUAIS THRU MOSTRA-PERCENTUAIS-FIM
                MOVE "*** REGISTRO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       R3.
           ACCEPT TPERCINSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAENC
                   GO TO R2.
           IF ENC-PERCINSS > 30
                MOVE "*** INSS PATRONAL ACIMA DE 30% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TPERCRAT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ENC-PERCRAT > 3
                MOVE "*** RAT DEVE SER DE 1 A 3% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
       R5.
           ACCEPT TFAP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ENC-FAP < 0,5 OR ENC-FAP > 2
                MOVE "*** FAP DEVE SER DE 0,5000 A 2,0000 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
       R6.
           ACCEPT TPERCTERC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ENC-PERCTERC > 10
                MOVE "*** TERCEIROS ACIMA DE 10% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
       R7.
           ACCEPT TPERCFGTS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ENC-PERCFGTS = ZEROS OR ENC-PERCFGTS > 10
                MOVE "*** FGTS DEVE SER DE 0,01 A 10% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
       R8.
           ACCEPT TDIAGPS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF ENC-DIAGPS < 1 OR ENC-DIAGPS > 28
                MOVE "*** DIA DE VENCIMENTO DE 01 A 28 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
       R9.
           ACCEPT TDIADARF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF ENC-DIADARF < 1 OR ENC-DIADARF > 28
                MOVE "*** DIA DE VENCIMENTO DE 01 A 28 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R9.
       R10.
           ACCEPT TDIAFGTS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF ENC-DIAFGTS < 1 OR ENC-DIAFGTS > 28
                MOVE "*** DIA DE VENCIMENTO DE 01 A 28 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R10.
       R11.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
	   INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGENC
                IF ST-ENC = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ENC = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ENCFOLHA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3
                   END-IF
                END-IF.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ENCFOLHA RECORD
                IF ST-ENC = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGENC
                IF ST-ENC = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ENCFOLHA"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ENCFOLHA.
           GOBACK.

       MOSTRA-PERCENTUAIS.
           DISPLAY TPERCINSS
           DISPLAY TPERCRAT
           DISPLAY TFAP
           DISPLAY TPERCTERC
           DISPLAY TPERCFGTS
           DISPLAY TDIAGPS
           DISPLAY TDIADARF
           DISPLAY TDIAFGTS.
       MOSTRA-PERCENTUAIS-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
