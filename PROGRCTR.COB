		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRCTR.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * MANUTENCAO DOS CONTRATOS DE DESCONTO RECORRENTE   *
      * POR FUNCIONARIO (CONSFOLHA.DAT): EMPRESTIMO       *
      * CONSIGNADO (PARCELA, QTDE DE PARCELAS, PARCELAS   *
      * PAGAS E CREDOR) E PENSAO ALIMENTICIA (PERCENTUAL  *
      * DO LIQUIDO OU DO BRUTO, OU VALOR FIXO, COM OS     *
      * DADOS BANCARIOS DO BENEFICIARIO). OS DESCONTOS DA *
      * COMPETENCIA SAO GERADOS PELO PROGRCSG             *
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
		SELECT CONSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CON-CHAVE
			FILE STATUS IS ST-CON.
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

		FD CONSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "CONSFOLHA.DAT".
		01 REGCONS.
		   03 CON-CHAVE.
		      05 CON-CODIGO       PIC 9(06).
		      05 CON-SEQ          PIC 9(02).
		   03 CON-TIPO            PIC X(01).
		      88 CON-EMPRESTIMO   VALUE "E".
		      88 CON-PENSAO       VALUE "P".
		   03 CON-CREDOR          PIC X(30).
		   03 CON-VLRPARCELA      PIC 9(06)V99.
		   03 CON-QTDPARCELAS     PIC 9(03).
		   03 CON-PARCPAGAS       PIC 9(03).
		   03 CON-BASEPENSAO      PIC X(01).
		      88 CON-SOBRELIQ     VALUE "L".
		      88 CON-SOBREBRUTO   VALUE "B".
		      88 CON-VALORFIXO    VALUE "F".
		   03 CON-PERCPENSAO      PIC 9(03)V99.
		   03 CON-BANCO           PIC 9(03).
		   03 CON-AGENCIA         PIC 9(05).
		   03 CON-AGENCIADV       PIC X(01).
		   03 CON-CONTA           PIC 9(10).
		   03 CON-CONTADV         PIC X(01).
		   03 CON-TIPOCONTA       PIC X(01).
		   03 CON-SITUACAO        PIC X(01).
		      88 CON-ATIVO        VALUE "A".
		      88 CON-SUSPENSO     VALUE "S".
		      88 CON-QUITADO      VALUE "Q".
		   03 CON-ULTCOMPET       PIC 9(06).
		   03 CON-ULTVALOR        PIC 9(06)V99.
		   03 CON-ULTSITUACAO     PIC X(01).
		      88 CON-ULT-GERADA   VALUE "G".
		      88 CON-ULT-RECUSADA VALUE "R".
		      88 CON-ULT-CONFIRMADA VALUE "C".
		   03 CON-STATPAGTO       PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 W-OPCAO 		    PIC X(01) VALUE SPACES.
	   77 W-ACT 		    PIC 9(02) VALUE ZEROS.
	   77 MENS			    PIC X(50) VALUE SPACES.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-CON            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACTR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "     CONSIGNADOS E PENSAO ALIMENTICIA".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 04  COLUMN 01
               VALUE  "    CODIGO:".
           05  LINE 04  COLUMN 25
               VALUE  "CONTRATO:".
           05  LINE 05  COLUMN 01
               VALUE  "    NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "    TIPO (E=EMPRESTIMO CONSIGNADO  P=PENSAO):".
           05  LINE 08  COLUMN 01
               VALUE  "    CREDOR/BENEFICIARIO:".
           05  LINE 09  COLUMN 01
               VALUE  "    VALOR DA PARCELA:".
           05  LINE 10  COLUMN 01
               VALUE  "    PARCELAS (0=INDETERMINADO):".
           05  LINE 10  COLUMN 40
               VALUE  "PAGAS:".
           05  LINE 11  COLUMN 01
               VALUE  "    PENSAO SOBRE (L=LIQUIDO B=BRUTO F=FIXO):".
           05  LINE 11  COLUMN 50
               VALUE  "PERC.:".
           05  LINE 13  COLUMN 01
               VALUE  "    DADOS BANCARIOS DO BENEFICIARIO DA PENSAO".
           05  LINE 14  COLUMN 01
               VALUE  "    BANCO:".
           05  LINE 14  COLUMN 20
               VALUE  "AGENCIA:".
           05  LINE 14  COLUMN 40
               VALUE  "DV:".
           05  LINE 15  COLUMN 01
               VALUE  "    CONTA:".
           05  LINE 15  COLUMN 25
               VALUE  "DV:".
           05  LINE 15  COLUMN 32
               VALUE  "TIPO (C=CORRENTE P=POUPANCA):".
           05  LINE 17  COLUMN 01
               VALUE  "    SITUACAO (A=ATIVO S=SUSPENSO Q=QUITADO):".
           05  LINE 18  COLUMN 01
               VALUE  "    ULTIMA COMPETENCIA GERADA:".
           05  LINE 18  COLUMN 40
               VALUE  "VALOR:".
           05  LINE 18  COLUMN 58
               VALUE  "SIT.:".
           05  LINE 22  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCODIGO
               LINE 04  COLUMN 13  PIC 9(6)
               USING  CON-CODIGO.
           05  TSEQ
               LINE 04  COLUMN 35  PIC 9(2)
               USING  CON-SEQ.
           05  TNOME
               LINE 05  COLUMN 11  PIC X(30)
               USING  NOME.
           05  TTIPO
               LINE 07  COLUMN 48  PIC X(01)
               USING  CON-TIPO.
           05  TCREDOR
               LINE 08  COLUMN 26  PIC X(30)
               USING  CON-CREDOR.
           05  TVLRPARCELA
               LINE 09  COLUMN 23  PIC ZZZ.ZZ9,99
               USING  CON-VLRPARCELA.
           05  TQTDPARCELAS
               LINE 10  COLUMN 33  PIC ZZ9
               USING  CON-QTDPARCELAS.
           05  TPARCPAGAS
               LINE 10  COLUMN 47  PIC ZZ9
               USING  CON-PARCPAGAS.
           05  TBASEPENSAO
               LINE 11  COLUMN 46  PIC X(01)
               USING  CON-BASEPENSAO.
           05  TPERCPENSAO
               LINE 11  COLUMN 57  PIC ZZ9,99
               USING  CON-PERCPENSAO.
           05  TBANCO
               LINE 14  COLUMN 12  PIC 9(03)
               USING  CON-BANCO.
           05  TAGENCIA
               LINE 14  COLUMN 29  PIC 9(05)
               USING  CON-AGENCIA.
           05  TAGENCIADV
               LINE 14  COLUMN 44  PIC X(01)
               USING  CON-AGENCIADV.
           05  TCONTA
               LINE 15  COLUMN 12  PIC 9(10)
               USING  CON-CONTA.
           05  TCONTADV
               LINE 15  COLUMN 29  PIC X(01)
               USING  CON-CONTADV.
           05  TTIPOCONTA
               LINE 15  COLUMN 62  PIC X(01)
               USING  CON-TIPOCONTA.
           05  TSITUACAO
               LINE 17  COLUMN 47  PIC X(01)
               USING  CON-SITUACAO.
           05  TULTCOMPET
               LINE 18  COLUMN 32  PIC 9(06)
               USING  CON-ULTCOMPET.
           05  TULTVALOR
               LINE 18  COLUMN 47  PIC ZZZ.ZZ9,99
               USING  CON-ULTVALOR.
           05  TULTSITUACAO
               LINE 18  COLUMN 64  PIC X(01)
               USING  CON-ULTSITUACAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
	   R0.
	       OPEN INPUT CADFOLHA
	       IF ST-ERRO NOT = "00"
	          MOVE "ERRO ABERTURA CADFOLHA" TO MENS
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	          GO TO ROT-FIM
	       END-IF.
	       OPEN I-O CONSFOLHA
	       IF ST-CON NOT = "00"
	          IF ST-CON = "30" OR ST-CON = "35"
	             DISPLAY (23, 12)
	                "CONSFOLHA NAO ENCONTRADO - CRIAR VAZIO (S/N)? "
	             ACCEPT (23, 59) W-CONFIRMA
	             IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
	                MOVE "*** CRIACAO CANCELADA PELO OPERADOR ***"
	                                                        TO MENS
	                PERFORM ROT-MENS THRU ROT-MENS-FIM
	                GO TO ROT-FIM
	             END-IF
	             OPEN OUTPUT CONSFOLHA
	             CLOSE CONSFOLHA
	             OPEN I-O CONSFOLHA
	             MOVE "*** CONSFOLHA CRIADO ***" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	          ELSE
	             MOVE "ERRO ABERTURA CONSFOLHA" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	             GO TO ROT-FIM
	          END-IF
	       END-IF.
       R1.
            MOVE ZERO TO W-SEL
            MOVE ZERO TO CON-CODIGO CON-SEQ CON-VLRPARCELA
                         CON-QTDPARCELAS CON-PARCPAGAS CON-PERCPENSAO
                         CON-BANCO CON-AGENCIA CON-CONTA
                         CON-ULTCOMPET CON-ULTVALOR
            MOVE SPACES TO NOME CON-TIPO CON-CREDOR CON-BASEPENSAO
                           CON-AGENCIADV CON-CONTADV CON-TIPOCONTA
                           CON-SITUACAO CON-ULTSITUACAO CON-STATPAGTO.
           DISPLAY TELACTR.
       R2.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE CON-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "23"
                MOVE "*** FUNCIONARIO NAO CADASTRADO NO CADFOLHA ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2
           END-IF
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO CADFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           END-IF.
           DISPLAY TNOME.
       R2A.
           ACCEPT TSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CON-SEQ = ZEROS
                MOVE "*** NUMERO DO CONTRATO NAO PODE SER ZERO ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2A.
	   LER-CONSFOLHA.
           READ CONSFOLHA
           IF ST-CON NOT = "23"
              IF ST-CON = "00"
                PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
                MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CONSFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              END-IF
           ELSE
                MOVE "A" TO CON-SITUACAO
                MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       R3.
           ACCEPT TTIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELACTR
                   GO TO R2.
           IF CON-TIPO = "e"
                MOVE "E" TO CON-TIPO.
           IF CON-TIPO = "p"
                MOVE "P" TO CON-TIPO.
           IF NOT CON-EMPRESTIMO AND NOT CON-PENSAO
                MOVE "*** TIPO DEVE SER E OU P ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TCREDOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CON-CREDOR = SPACES
                MOVE "*** INFORME O CREDOR/BENEFICIARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           IF CON-PENSAO
                GO TO R8.
      * EMPRESTIMO NAO TEM BASE DE PENSAO NEM CONTA DE BENEFICIARIO
           MOVE SPACES TO CON-BASEPENSAO CON-AGENCIADV CON-CONTADV
                          CON-TIPOCONTA
           MOVE ZEROS TO CON-PERCPENSAO CON-BANCO CON-AGENCIA
                         CON-CONTA
           PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM.
       R5.
           ACCEPT TVLRPARCELA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   IF CON-PENSAO
                      GO TO R8
                   ELSE
                      GO TO R4.
           IF CON-VLRPARCELA = ZEROS
                MOVE "*** VALOR DA PARCELA NAO PODE SER ZERO ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
           IF CON-PENSAO
                GO TO R10.
       R6.
           ACCEPT TQTDPARCELAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CON-QTDPARCELAS = ZEROS
                MOVE "*** EMPRESTIMO EXIGE A QTDE DE PARCELAS ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
       R7.
           ACCEPT TPARCPAGAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CON-PARCPAGAS > CON-QTDPARCELAS
                MOVE "*** PAGAS MAIOR QUE A QTDE DE PARCELAS ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           GO TO R17.
       R8.
           ACCEPT TBASEPENSAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CON-BASEPENSAO = "l"
                MOVE "L" TO CON-BASEPENSAO.
           IF CON-BASEPENSAO = "b"
                MOVE "B" TO CON-BASEPENSAO.
           IF CON-BASEPENSAO = "f"
                MOVE "F" TO CON-BASEPENSAO.
           IF NOT CON-SOBRELIQ AND NOT CON-SOBREBRUTO
              AND NOT CON-VALORFIXO
                MOVE "*** BASE DEVE SER L, B OU F ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
           IF CON-VALORFIXO
                MOVE ZEROS TO CON-PERCPENSAO
                DISPLAY TPERCPENSAO
                GO TO R5.
           MOVE ZEROS TO CON-VLRPARCELA
           DISPLAY TVLRPARCELA.
       R9.
           ACCEPT TPERCPENSAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CON-PERCPENSAO = ZEROS OR CON-PERCPENSAO > 100
                MOVE "*** PERCENTUAL DEVE SER DE 0,01 A 100,00 ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R9.
       R10.
           ACCEPT TQTDPARCELAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CON-PARCPAGAS > CON-QTDPARCELAS
              AND CON-QTDPARCELAS > ZEROS
                MOVE "*** PAGAS MAIOR QUE A QTDE DE PARCELAS ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R10.
       R11.
           ACCEPT TBANCO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF CON-BANCO = ZEROS
                MOVE "*** BANCO NAO PODE SER ZERO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R11.
       R12.
           ACCEPT TAGENCIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF CON-AGENCIA = ZEROS
                MOVE "*** AGENCIA NAO PODE SER ZERO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R12.
       R13.
           ACCEPT TAGENCIADV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
       R14.
           ACCEPT TCONTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           IF CON-CONTA = ZEROS
                MOVE "*** CONTA NAO PODE SER ZERO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R14.
       R15.
           ACCEPT TCONTADV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R14.
       R16.
           ACCEPT TTIPOCONTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R15.
           IF CON-TIPOCONTA NOT = "C" AND CON-TIPOCONTA NOT = "P"
                MOVE "*** TIPO DE CONTA DEVE SER C OU P ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R16.
       R17.
           ACCEPT TSITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CON-SITUACAO = "a"
                MOVE "A" TO CON-SITUACAO.
           IF CON-SITUACAO = "s"
                MOVE "S" TO CON-SITUACAO.
           IF CON-SITUACAO = "q"
                MOVE "Q" TO CON-SITUACAO.
           IF NOT CON-ATIVO AND NOT CON-SUSPENSO AND NOT CON-QUITADO
                MOVE "*** SITUACAO DEVE SER A, S OU Q ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R17.

      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
	   INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R17.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCONS
                IF ST-CON = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-CON = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CONSFOLHA"
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
                DELETE CONSFOLHA RECORD
                IF ST-CON = "00"
                   MOVE "*** CONTRATO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R17.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONS
                IF ST-CON = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO CONTRATO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFOLHA.
           CLOSE CONSFOLHA.
           GOBACK.

      *---------[ EXIBICAO DOS CAMPOS DO CONTRATO ]--------------------
       MOSTRA-CONTRATO.
           DISPLAY TTIPO
           DISPLAY TCREDOR
           DISPLAY TVLRPARCELA
           DISPLAY TQTDPARCELAS
           DISPLAY TPARCPAGAS
           DISPLAY TBASEPENSAO
           DISPLAY TPERCPENSAO
           DISPLAY TBANCO
           DISPLAY TAGENCIA
           DISPLAY TAGENCIADV
           DISPLAY TCONTA
           DISPLAY TCONTADV
           DISPLAY TTIPOCONTA
           DISPLAY TSITUACAO
           DISPLAY TULTCOMPET
           DISPLAY TULTVALOR
           DISPLAY TULTSITUACAO.
       MOSTRA-CONTRATO-FIM.
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
