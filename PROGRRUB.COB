		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRRUB.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * MANUTENCAO DO CADASTRO DE RUBRICAS DA FOLHA -     *
      * RUBFOLHA.DAT. CADA RUBRICA TEM O TIPO (P/D/A) E   *
      * AS INCIDENCIAS NAS BASES DE INSS, IRRF E FGTS,    *
      * USADAS PELO PROGRFP/PROGRREC/PROGRDIS PARA MONTAR *
      * AS BASES A PARTIR DO LANCFOLHA. O PROGRLAN SO     *
      * ACEITA LANCAMENTO DE RUBRICA CADASTRADA E ATIVA   *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT RUBFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RUB-CODIGO
			FILE STATUS IS ST-RUB.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
		FD RUBFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RUBFOLHA.DAT".
		01 REGRUB.
		   03 RUB-CODIGO          PIC 9(03).
		   03 RUB-DESCRICAO       PIC X(20).
		   03 RUB-TIPO            PIC X(01).
		      88 RUB-PROVENTO     VALUE "P".
		      88 RUB-DESCONTO     VALUE "D".
		      88 RUB-ABATEBRUTO   VALUE "A".
		   03 RUB-INCINSS         PIC X(01).
		   03 RUB-INCIRRF         PIC X(01).
		   03 RUB-INCFGTS         PIC X(01).
		   03 RUB-SITUACAO        PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 W-OPCAO 		    PIC X(01) VALUE SPACES.
	   77 W-ACT 		    PIC 9(02) VALUE ZEROS.
	   77 MENS			    PIC X(50) VALUE SPACES.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-RUB            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARUB.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                CADASTRO DE RUBRICAS DA FOLHA".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 04  COLUMN 01
               VALUE  "    RUBRICA:".
           05  LINE 05  COLUMN 01
               VALUE  "    DESCRICAO:".
           05  LINE 06  COLUMN 01
               VALUE  "    TIPO (P=PROVENTO D=DESCONTO A=ABATE BRUTO):".
           05  LINE 08  COLUMN 01
               VALUE  "    INCIDE NA BASE DO INSS (S/N):".
           05  LINE 09  COLUMN 01
               VALUE  "    INCIDE NA BASE DO IRRF (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  "    INCIDE NA BASE DO FGTS (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  "    SITUACAO (A=ATIVA / I=INATIVA):".
           05  LINE 14  COLUMN 01
               VALUE  "    PROVENTO/ABATE COM S ENTRA/SAI DA BASE; DES".
           05  LINE 15  COLUMN 01
               VALUE  "    CONTO COM S REDUZ A BASE (EX.: PENSAO/IRRF)".
           05  LINE 22  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCODIGO
               LINE 04  COLUMN 14  PIC 9(03)
               USING  RUB-CODIGO.
           05  TDESCRICAO
               LINE 05  COLUMN 16  PIC X(20)
               USING  RUB-DESCRICAO
               HIGHLIGHT.
           05  TTIPO
               LINE 06  COLUMN 49  PIC X(01)
               USING  RUB-TIPO.
           05  TINCINSS
               LINE 08  COLUMN 35  PIC X(01)
               USING  RUB-INCINSS.
           05  TINCIRRF
               LINE 09  COLUMN 35  PIC X(01)
               USING  RUB-INCIRRF.
           05  TINCFGTS
               LINE 10  COLUMN 35  PIC X(01)
               USING  RUB-INCFGTS.
           05  TSITUACAO
               LINE 12  COLUMN 37  PIC X(01)
               USING  RUB-SITUACAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
	   R0.
	       OPEN I-O RUBFOLHA
	       IF ST-RUB NOT = "00"
	          IF ST-RUB = "30" OR ST-RUB = "35"
	             DISPLAY (23, 12)
	                "RUBFOLHA NAO ENCONTRADO - CRIAR PADRAO (S/N)? "
	             ACCEPT (23, 59) W-CONFIRMA
	             IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
	                MOVE "*** CRIACAO CANCELADA PELO OPERADOR ***"
	                                                        TO MENS
	                PERFORM ROT-MENS THRU ROT-MENS-FIM
	                GOBACK
	             END-IF
	             PERFORM SEED-RUBFOLHA THRU SEED-RUBFOLHA-FIM
	             OPEN I-O RUBFOLHA
	          ELSE
	             MOVE "ERRO ABERTURA RUBFOLHA" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	             GOBACK
	          END-IF
	       END-IF.
       R1.
            MOVE ZERO TO W-SEL
            MOVE ZERO TO RUB-CODIGO
            MOVE SPACES TO RUB-DESCRICAO RUB-TIPO RUB-INCINSS
                           RUB-INCIRRF RUB-INCFGTS RUB-SITUACAO.
           DISPLAY TELARUB.
       R2.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RUB-CODIGO = ZEROS
                MOVE "*** RUBRICA NAO PODE SER ZERO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
	   LER-RUBFOLHA.
           READ RUBFOLHA
           IF ST-RUB NOT = "23"
              IF ST-RUB = "00"
                DISPLAY TELARUB
                MOVE "*** RUBRICA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              ELSE
                MOVE "ERRO NA LEITURA ARQUIVO RUBFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              END-IF
           ELSE
                MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       R3.
           ACCEPT TDESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R2.
           IF RUB-DESCRICAO = SPACES
                MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R3.
           IF NOT RUB-PROVENTO AND NOT RUB-DESCONTO
              AND NOT RUB-ABATEBRUTO
                MOVE "*** DIGITE P=PROVENTO D=DESCONTO A=ABATE ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      * SUGESTAO DE INCIDENCIA PARA RUBRICA NOVA: PROVENTO E ABATE
      * INCIDEM NAS TRES BASES, DESCONTO NAO INCIDE EM NENHUMA.
           IF W-SEL = 0
              IF RUB-DESCONTO
                 MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
              ELSE
                 MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
              END-IF
              DISPLAY TINCINSS
              DISPLAY TINCIRRF
              DISPLAY TINCFGTS
           END-IF.
       R5.
           ACCEPT TINCINSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R4.
           IF RUB-INCINSS NOT = "S" AND RUB-INCINSS NOT = "N"
                MOVE "*** DIGITE APENAS S=SIM OU N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
       R6.
           ACCEPT TINCIRRF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R5.
           IF RUB-INCIRRF NOT = "S" AND RUB-INCIRRF NOT = "N"
                MOVE "*** DIGITE APENAS S=SIM OU N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
       R7.
           ACCEPT TINCFGTS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R6.
           IF RUB-INCFGTS NOT = "S" AND RUB-INCFGTS NOT = "N"
                MOVE "*** DIGITE APENAS S=SIM OU N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
       R8.
           IF RUB-SITUACAO = SPACE
              MOVE "A" TO RUB-SITUACAO
           END-IF.
           ACCEPT TSITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELARUB
                   GO TO R7.
           IF RUB-SITUACAO NOT = "A" AND RUB-SITUACAO NOT = "I"
                MOVE "*** DIGITE APENAS A=ATIVA OU I=INATIVA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
	   INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRUB
                IF ST-RUB = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-RUB = "22"
                  MOVE "* RUBRICA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RUBRICAS"
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
      * RUBRICA JA USADA NO LANCFOLHA NAO DEVE SER EXCLUIDA - O
      * RECALCULO A TRATARIA COMO INCIDENTE EM TODAS AS BASES.
      * PARA TIRAR DE USO, PREFIRA ALTERAR A SITUACAO PARA INATIVA.
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
                DELETE RUBFOLHA RECORD
                IF ST-RUB = "00"
                   MOVE "*** RUBRICA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRUB
                IF ST-RUB = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE RUBRICA"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE RUBFOLHA.
           GOBACK.

      *---------[ RUBRICAS PADRAO DA FOLHA ]----------------------------
      * CARGA INICIAL COM AS RUBRICAS JA GRAVADAS PELOS PROPRIOS
      * PROGRAMAS (100/101 DO PROGRFER) E AS MAIS USADAS NO PROGRLAN.
      * REEMBOLSO, DIARIA E AJUDA DE CUSTO NAO SAO SALARIO: NAO
      * INCIDEM EM NENHUMA BASE. A PENSAO ALIMENTICIA REDUZ A BASE
      * DO IRRF. 202/203 SAO GERADAS PELO PROGRCSG E 102/103 PELA
      * BAIXA DE AFASTAMENTOS DO PROGRAFA.
       SEED-RUBFOLHA.
           OPEN OUTPUT RUBFOLHA
           MOVE "A" TO RUB-SITUACAO
           MOVE 1 TO RUB-CODIGO
           MOVE "HORAS EXTRAS"        TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 2 TO RUB-CODIGO
           MOVE "ADICIONAL NOTURNO"   TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 10 TO RUB-CODIGO
           MOVE "REEMBOLSO DESPESAS"  TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 11 TO RUB-CODIGO
           MOVE "DIARIA DE VIAGEM"    TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 12 TO RUB-CODIGO
           MOVE "AJUDA DE CUSTO"      TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 100 TO RUB-CODIGO
           MOVE "FERIAS + 1/3"        TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 101 TO RUB-CODIGO
           MOVE "DIAS EM GOZO FERIAS" TO RUB-DESCRICAO
           MOVE "A" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 102 TO RUB-CODIGO
           MOVE "DIAS AFASTADO INSS"  TO RUB-DESCRICAO
           MOVE "A" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 103 TO RUB-CODIGO
           MOVE "SALARIO-MATERNIDADE" TO RUB-DESCRICAO
           MOVE "P" TO RUB-TIPO
           MOVE "S" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 200 TO RUB-CODIGO
           MOVE "ADIANTAMENTO"        TO RUB-DESCRICAO
           MOVE "D" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 201 TO RUB-CODIGO
           MOVE "VALE-TRANSPORTE"     TO RUB-DESCRICAO
           MOVE "D" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           MOVE 202 TO RUB-CODIGO
           MOVE "PENSAO ALIMENTICIA"  TO RUB-DESCRICAO
           MOVE "D" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCFGTS
           MOVE "S" TO RUB-INCIRRF
           WRITE REGRUB.
           MOVE 203 TO RUB-CODIGO
           MOVE "EMPREST. CONSIGNADO" TO RUB-DESCRICAO
           MOVE "D" TO RUB-TIPO
           MOVE "N" TO RUB-INCINSS RUB-INCIRRF RUB-INCFGTS
           WRITE REGRUB.
           CLOSE RUBFOLHA
           MOVE "*** TABELA RUBFOLHA.DAT CRIADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SEED-RUBFOLHA-FIM.
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
