		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRCSG.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * GERACAO DOS DESCONTOS RECORRENTES DA COMPETENCIA  *
      * A PARTIR DO CONSFOLHA.DAT - RODAR ANTES DO        *
      * PROGRREC. PENSAO ALIMENTICIA VAI PARA A RUBRICA   *
      * 202 E EMPRESTIMO CONSIGNADO PARA A RUBRICA 203 DO *
      * LANCFOLHA. PARCELA QUE ULTRAPASSE A MARGEM        *
      * CONSIGNAVEL SOBRE O SALARIOLIQ E RECUSADA E FICA  *
      * NO RELATORIO RELCSG.LST                           *
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
		SELECT CONSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CON-CHAVE
			FILE STATUS IS ST-CON.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT RELCSG ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
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

		FD RELCSG
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELCSG.LST".
		01 LINHAREL           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-CON             PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
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
       01 W-PERC-MARGEM      PIC 9(02)V99 VALUE ZEROS.
       01 W-RUB-PENSAO       PIC 9(03) VALUE 202.
       01 W-RUB-CONSIG       PIC 9(03) VALUE 203.
       01 W-RUB-ADTO         PIC 9(03) VALUE 200.
       01 W-PASSADA          PIC X(01) VALUE SPACES.
       01 W-VLR-CALC         PIC S9(08)V99 VALUE ZEROS.
       01 W-VLR-PARCELA      PIC 9(06)V99 VALUE ZEROS.
       01 W-ANT-DESC         PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE-MARGEM      PIC 9(08)V99 VALUE ZEROS.
       01 W-MARGEM           PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-PENSAO       PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT-CONSIG       PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-PENSAO       PIC 9(03) VALUE ZEROS.
       01 W-QTD-CONSIG       PIC 9(03) VALUE ZEROS.
       01 W-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-GERADAS     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-RECUSADAS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-GER-PENSAO   PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-GER-CONSIG   PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-GER-RECUSA   PIC 9(9)V99 VALUE ZEROS.

       01 LIN-CAB1.
          03 FILLER PIC X(50) VALUE
             "DESCONTOS DE CONSIGNADO E PENSAO - COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
          03 FILLER PIC X(19) VALUE "   MARGEM (%)....: ".
          03 CAB-MARGEM PIC Z9,99.
       01 LIN-CAB2.
          03 FILLER PIC X(44) VALUE
             "CODIGO NOME                           CT T ".
          03 FILLER PIC X(32) VALUE
             "CREDOR/BENEFICIARIO            ".
          03 FILLER PIC X(28) VALUE
             "PARCELA      VALOR  SITUACAO".
       01 LIN-DET.
          03 RDCOD     PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDNOME    PIC X(30).
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDSEQ     PIC 99.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDTIPO    PIC X(01).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDCREDOR  PIC X(30).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDPARC    PIC ZZ9.
          03 FILLER    PIC X(01) VALUE "/".
          03 RDQTDE    PIC ZZ9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDVALOR   PIC ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDSITUACAO PIC X(30).
       01 LIN-MARGEM.
          03 FILLER    PIC X(41) VALUE SPACES.
          03 FILLER    PIC X(21) VALUE "MARGEM CONSIGNAVEL: ".
          03 RMMARGEM  PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(19) VALUE "  BASE (LIQUIDO): ".
          03 RMBASE    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT1.
          03 FILLER    PIC X(30) VALUE
             "TOTAL DE PENSAO (RUBR. 202).: ".
          03 TPENSAO   PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT2.
          03 FILLER    PIC X(30) VALUE
             "TOTAL CONSIGNADO (RUBR. 203): ".
          03 TCONSIG   PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
          03 FILLER    PIC X(30) VALUE
             "PARCELAS RECUSADAS (MARGEM).: ".
          03 TRECUSA   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 TQTDREC   PIC ZZZZZ9.
          03 FILLER    PIC X(09) VALUE " PARCELAS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERACAO DOS DESCONTOS DE CONSIGNADO E PENSAO".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA DOS DESCONTOS (AAAAMM): ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET
           END-IF.
           DISPLAY "MARGEM CONSIGNAVEL EM % DO LIQUIDO (EX: 35,00): ".
           ACCEPT W-PERC-MARGEM.
           IF W-PERC-MARGEM = ZEROS
              MOVE 35 TO W-PERC-MARGEM
              DISPLAY "ASSUMIDA A MARGEM PADRAO DE 35%"
           END-IF.
           MOVE W-COMPET TO W-COMPET-ANT
           IF W-COMPET-MES = 1
              SUBTRACT 1 FROM W-ANT-ANO
              MOVE 12 TO W-ANT-MES
           ELSE
              SUBTRACT 1 FROM W-ANT-MES
           END-IF.

       R0.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               GO TO ROT-FIM
           END-IF.
           OPEN I-O CONSFOLHA
           IF ST-CON NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CONSFOLHA (rode o PROGRCTR "
                        "para cadastrar os contratos): " ST-CON
               CLOSE CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELCSG
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCSG: " ST-ERRO2
               CLOSE CADFOLHA CONSFOLHA
               GO TO ROT-FIM
           END-IF.
           PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.

           MOVE W-COMPET      TO CAB-COMPET
           MOVE W-PERC-MARGEM TO CAB-MARGEM
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
               GO TO R9-FIM
           END-IF.
           ADD 1 TO W-QTDE-LIDOS.
           MOVE ZEROS TO W-TOT-PENSAO W-TOT-CONSIG
                         W-QTD-PENSAO W-QTD-CONSIG.

      * 1A PASSADA: PENSOES, QUE SAO ORDEM JUDICIAL E NAO DISPUTAM A
      * MARGEM - AO CONTRARIO, REDUZEM O LIQUIDO SOBRE O QUAL ELA E
      * CALCULADA.
           MOVE "P" TO W-PASSADA
           PERFORM PROCESSA-CONTRATOS THRU PROCESSA-CONTRATOS-FIM.

           PERFORM CALC-MARGEM THRU CALC-MARGEM-FIM.

      * 2A PASSADA: EMPRESTIMOS NA ORDEM DO NUMERO DO CONTRATO, ATE
      * ESGOTAR A MARGEM.
           MOVE "E" TO W-PASSADA
           PERFORM PROCESSA-CONTRATOS THRU PROCESSA-CONTRATOS-FIM.

           PERFORM GRAVA-LANCAMENTOS THRU GRAVA-LANCAMENTOS-FIM.
           GO TO R1-LER.

       R9-FIM.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE W-TOT-GER-PENSAO TO TPENSAO
           MOVE LIN-TOT1 TO LINHAREL
           WRITE LINHAREL
           MOVE W-TOT-GER-CONSIG TO TCONSIG
           MOVE LIN-TOT2 TO LINHAREL
           WRITE LINHAREL
           MOVE W-TOT-GER-RECUSA TO TRECUSA
           MOVE W-QTDE-RECUSADAS TO TQTDREC
           MOVE LIN-TOT3 TO LINHAREL
           WRITE LINHAREL.

           DISPLAY "COMPETENCIA..............: " W-COMPET.
           DISPLAY "FUNCIONARIOS LIDOS.......: " W-QTDE-LIDOS.
           DISPLAY "PARCELAS GERADAS.........: " W-QTDE-GERADAS.
           DISPLAY "PARCELAS RECUSADAS.......: " W-QTDE-RECUSADAS.
           DISPLAY "TOTAL DE PENSAO..........: " W-TOT-GER-PENSAO.
           DISPLAY "TOTAL CONSIGNADO.........: " W-TOT-GER-CONSIG.
           DISPLAY "RELATORIO GERADO EM RELCSG.LST".
           IF W-QTDE-RECUSADAS > 0
              DISPLAY "*** HA PARCELAS ACIMA DA MARGEM - VER RELCSG.LST"
           END-IF.
           CLOSE CADFOLHA CONSFOLHA LANCFOLHA RELCSG.

       ROT-FIM.
           GOBACK.

       ABRE-LANCFOLHA.
           OPEN I-O LANCFOLHA
           IF ST-LAN NOT = "00"
              IF ST-LAN = "30" OR ST-LAN = "35"
                 OPEN OUTPUT LANCFOLHA
                 CLOSE LANCFOLHA
                 OPEN I-O LANCFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO LANCFOLHA: " ST-LAN
                 CLOSE CADFOLHA CONSFOLHA RELCSG
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-LANCFOLHA-FIM.
           EXIT.

      *---------[ CONTRATOS DO FUNCIONARIO ]----------------------------
      * PERCORRE OS CONTRATOS DO CODIGO DO TIPO DA PASSADA. PARCELA JA
      * CONFIRMADA NO FECHAMENTO DESTA COMPETENCIA (PROGRREC) SO E
      * SOMADA, PARA A REGERACAO NAO MUDAR O QUE JA FOI PAGO.
       PROCESSA-CONTRATOS.
           MOVE CODIGO TO CON-CODIGO
           MOVE ZEROS  TO CON-SEQ
           START CONSFOLHA KEY IS NOT LESS THAN CON-CHAVE
              INVALID KEY MOVE "99" TO ST-CON
              NOT INVALID KEY MOVE "00" TO ST-CON
           END-START.
       PROCESSA-CONTRATOS-LOOP.
           IF ST-CON NOT = "99"
              READ CONSFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-CON
              END-READ
           END-IF.
           IF ST-CON = "99"
              MOVE "00" TO ST-CON
              GO TO PROCESSA-CONTRATOS-FIM
           END-IF.
           IF CON-CODIGO NOT = CODIGO
              MOVE "00" TO ST-CON
              GO TO PROCESSA-CONTRATOS-FIM
           END-IF.
           IF CON-TIPO NOT = W-PASSADA
              GO TO PROCESSA-CONTRATOS-LOOP
           END-IF.
           IF CON-ULTCOMPET = W-COMPET AND CON-ULT-CONFIRMADA
              PERFORM SOMA-CONTRATO THRU SOMA-CONTRATO-FIM
              GO TO PROCESSA-CONTRATOS-LOOP
           END-IF.
      * CONTRATO SUSPENSO OU QUITADO DEPOIS DE JA GERADO NESTA
      * COMPETENCIA: A PARCELA SAI DOS LANCAMENTOS DESTA RODADA, ENTAO
      * O VALOR E ZERADO PARA O PROGRREC NAO DAR BAIXA E O PROGRREM
      * NAO PAGAR A PENSAO. FICA COMO "R" E NAO "C" (CONFIRMADA), QUE
      * E A BAIXA DO PROGRREC E IMPEDIRIA GERAR DE NOVO SE O
      * CONTRATO VOLTAR A ATIVO NA MESMA COMPETENCIA.
           IF NOT CON-ATIVO
              IF CON-ULTCOMPET = W-COMPET AND CON-ULT-GERADA
                 MOVE ZEROS TO CON-ULTVALOR
                 MOVE "R"   TO CON-ULTSITUACAO
                 REWRITE REGCONS
                    INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR CONTRATO " CON-CHAVE
                 END-REWRITE
              END-IF
              GO TO PROCESSA-CONTRATOS-LOOP
           END-IF.
           IF CON-QTDPARCELAS > ZEROS
              AND CON-PARCPAGAS NOT < CON-QTDPARCELAS
              GO TO PROCESSA-CONTRATOS-LOOP
           END-IF.

           IF CON-PENSAO
              PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM
           ELSE
              MOVE CON-VLRPARCELA TO W-VLR-PARCELA
           END-IF.

           MOVE W-COMPET TO CON-ULTCOMPET
           MOVE SPACES   TO CON-STATPAGTO
           IF CON-EMPRESTIMO
              AND W-TOT-CONSIG + W-VLR-PARCELA > W-MARGEM
              MOVE ZEROS TO CON-ULTVALOR
              MOVE "R"   TO CON-ULTSITUACAO
              ADD 1 TO W-QTDE-RECUSADAS
              ADD W-VLR-PARCELA TO W-TOT-GER-RECUSA
              MOVE "RECUSADA - ACIMA DA MARGEM" TO RDSITUACAO
           ELSE
              MOVE W-VLR-PARCELA TO CON-ULTVALOR
              MOVE "G"   TO CON-ULTSITUACAO
              ADD 1 TO W-QTDE-GERADAS
              PERFORM SOMA-CONTRATO THRU SOMA-CONTRATO-FIM
              MOVE "GERADA" TO RDSITUACAO
           END-IF.
           REWRITE REGCONS
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR CONTRATO " CON-CHAVE
           END-REWRITE.

           MOVE CODIGO         TO RDCOD
           MOVE NOME           TO RDNOME
           MOVE CON-SEQ        TO RDSEQ
           MOVE CON-TIPO       TO RDTIPO
           MOVE CON-CREDOR     TO RDCREDOR
           COMPUTE RDPARC = CON-PARCPAGAS + 1
           MOVE CON-QTDPARCELAS TO RDQTDE
           MOVE W-VLR-PARCELA  TO RDVALOR
           MOVE LIN-DET TO LINHAREL
           WRITE LINHAREL.
           GO TO PROCESSA-CONTRATOS-LOOP.
       PROCESSA-CONTRATOS-FIM.
           EXIT.

       SOMA-CONTRATO.
           IF CON-PENSAO
              ADD CON-ULTVALOR TO W-TOT-PENSAO W-TOT-GER-PENSAO
              ADD 1 TO W-QTD-PENSAO
           ELSE
              ADD CON-ULTVALOR TO W-TOT-CONSIG W-TOT-GER-CONSIG
              ADD 1 TO W-QTD-CONSIG
           END-IF.
       SOMA-CONTRATO-FIM.
           EXIT.

      *---------[ VALOR DA PENSAO ]-------------------------------------
      * SOBRE O LIQUIDO: BRUTO - INSS - IRRF DO ULTIMO CALCULO DO
      * CADFOLHA (RENDIMENTO LIQUIDO DA SENTENCA, SEM OS DEMAIS
      * DESCONTOS). SOBRE O BRUTO: SALARIOBRUTO. FIXO: VALOR DA PARCELA.
       CALC-PENSAO.
           IF CON-VALORFIXO
              MOVE CON-VLRPARCELA TO W-VLR-PARCELA
              GO TO CALC-PENSAO-FIM
           END-IF.
           IF CON-SOBREBRUTO
              MOVE SALARIOBRUTO TO W-VLR-CALC
           ELSE
              COMPUTE W-VLR-CALC = SALARIOBRUTO - INSS - IMPOSTORENDA
           END-IF.
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           END-IF.
           COMPUTE W-VLR-PARCELA ROUNDED =
                   W-VLR-CALC * CON-PERCPENSAO / 100.
       CALC-PENSAO-FIM.
           EXIT.

      *---------[ MARGEM CONSIGNAVEL ]----------------------------------
      * O SALARIOLIQ DO CADFOLHA E O DO ULTIMO CALCULO E JA VEM
      * REDUZIDO PELO ADIANTAMENTO, PENSAO E CONSIGNADO DA COMPETENCIA
      * ANTERIOR. ESSES DESCONTOS VOLTAM PARA A BASE E A PENSAO DESTA
      * COMPETENCIA SAI DELA, SENAO A MARGEM ENCOLHERIA A CADA MES SO
      * POR CAUSA DO PROPRIO EMPRESTIMO.
       CALC-MARGEM.
           MOVE ZEROS TO W-ANT-DESC
           MOVE W-RUB-ADTO TO LAN-RUBRICA
           PERFORM SOMA-ANTERIOR THRU SOMA-ANTERIOR-FIM
           MOVE W-RUB-PENSAO TO LAN-RUBRICA
           PERFORM SOMA-ANTERIOR THRU SOMA-ANTERIOR-FIM
           MOVE W-RUB-CONSIG TO LAN-RUBRICA
           PERFORM SOMA-ANTERIOR THRU SOMA-ANTERIOR-FIM
           COMPUTE W-VLR-CALC = SALARIOLIQ + W-ANT-DESC - W-TOT-PENSAO
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           END-IF.
           MOVE W-VLR-CALC TO W-BASE-MARGEM
           COMPUTE W-MARGEM ROUNDED =
                   W-BASE-MARGEM * W-PERC-MARGEM / 100.
       CALC-MARGEM-FIM.
           EXIT.

       SOMA-ANTERIOR.
           MOVE CODIGO       TO LAN-CODIGO
           MOVE W-COMPET-ANT TO LAN-COMPETENCIA
           READ LANCFOLHA
           IF ST-LAN = "00"
              ADD LAN-VALOR TO W-ANT-DESC
           END-IF.
           MOVE "00" TO ST-LAN.
       SOMA-ANTERIOR-FIM.
           EXIT.

      *---------[ DESCONTOS NO LANCFOLHA DA COMPETENCIA ]---------------
      * UM LANCAMENTO POR RUBRICA COM O TOTAL DOS CONTRATOS (QTDE =
      * NUMERO DE CONTRATOS). SEM CONTRATO GERADO O LANCAMENTO DE UMA
      * GERACAO ANTERIOR DA MESMA COMPETENCIA E EXCLUIDO.
       GRAVA-LANCAMENTOS.
           IF W-QTD-PENSAO > ZEROS OR W-QTD-CONSIG > ZEROS
              MOVE W-MARGEM      TO RMMARGEM
              MOVE W-BASE-MARGEM TO RMBASE
              MOVE LIN-MARGEM TO LINHAREL
              WRITE LINHAREL
           END-IF.
           MOVE CODIGO   TO LAN-CODIGO
           MOVE W-COMPET TO LAN-COMPETENCIA
           MOVE W-RUB-PENSAO TO LAN-RUBRICA
           IF W-TOT-PENSAO > ZEROS
              MOVE "D"                  TO LAN-TIPO
              MOVE "PENSAO ALIMENTICIA" TO LAN-DESCRICAO
              MOVE W-QTD-PENSAO         TO LAN-QTDE
              MOVE W-TOT-PENSAO         TO LAN-VALOR
              WRITE REGLANC
                 INVALID KEY
                    REWRITE REGLANC
              END-WRITE
           ELSE
              DELETE LANCFOLHA RECORD
                 INVALID KEY
                    MOVE "00" TO ST-LAN
              END-DELETE
           END-IF.
           MOVE CODIGO   TO LAN-CODIGO
           MOVE W-COMPET TO LAN-COMPETENCIA
           MOVE W-RUB-CONSIG TO LAN-RUBRICA
           IF W-TOT-CONSIG > ZEROS
              MOVE "D"                  TO LAN-TIPO
              MOVE "EMPREST. CONSIGNADO" TO LAN-DESCRICAO
              MOVE W-QTD-CONSIG         TO LAN-QTDE
              MOVE W-TOT-CONSIG         TO LAN-VALOR
              WRITE REGLANC
                 INVALID KEY
                    REWRITE REGLANC
              END-WRITE
           ELSE
              DELETE LANCFOLHA RECORD
                 INVALID KEY
                    MOVE "00" TO ST-LAN
              END-DELETE
           END-IF.
       GRAVA-LANCAMENTOS-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
