      * PROCESSAMENTO DO ARQUIVO DE RETORNO BANCARIO DA   *
      * REMESSA DE SALARIOS (RETBANCO.TXT) - ATUALIZA O   *
      * STATUS DE PAGAMENTO POR FUNCIONARIO/COMPETENCIA   *
      * E TIPO (F=SALARIO DA FOLHA A=ADIANTAMENTO/VALE)   *
      * EM PAGTFOLHA.DAT (P=PAGO R=REJEITADO N=PENDENTE), *
      * EMITE RELATORIO DOS REJEITADOS COM O MOTIVO E     *
      * GERA REMESSA COMPLEMENTAR SO COM OS REJEITADOS    *
      * DEPOIS DE CORRIGIDO O BANCFOLHA.DAT. NO TIPO F    *
      * TAMBEM TRATA A PENSAO ALIMENTICIA DEPOSITADA AO   *
      * BENEFICIARIO (CONSFOLHA.DAT / PAGTFOLHA TIPO P)   *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		SELECT RELREJ ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO3.
		SELECT CONSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CON-CHAVE
			FILE STATUS IS ST-CON.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		   03 PAG-CHAVE.
		      05 PAG-CODIGO       PIC 9(06).
		      05 PAG-COMPETENCIA  PIC 9(06).
		      05 PAG-TIPOPAGTO    PIC X(01).
		         88 PAG-FOLHA     VALUE "F".
		         88 PAG-ADTO      VALUE "A".
		         88 PAG-PENSAO    VALUE "P".
		   03 PAG-STATUS          PIC X(01).
		      88 PAG-PAGO         VALUE "P".
		      88 PAG-REJEITADO    VALUE "R".
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELREJ.LST".
		01 LINHAREL           PIC X(132).

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
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 W-FIM-PAG          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET-SEL       PIC 9(06) VALUE ZEROS.
       01 W-TIPO-SEL         PIC X(01) VALUE "F".
          88 TIPO-VALIDO     VALUE "F" "A".
       01 W-MODO             PIC X(01) VALUE "R".
          88 MODO-RETORNO    VALUE "R" "r".
          88 MODO-COMPLEM    VALUE "C" "c".
       01 W-TOT-PAGO         PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-REJEIT       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-REMESSA      PIC 9(10)V99 VALUE ZEROS.
       01 ST-CON             PIC X(02) VALUE "00".
       01 W-TEM-CONS         PIC X(01) VALUE "N".
       01 W-ACHOU-PENSAO     PIC X(01) VALUE "N".
       01 W-STAT-PENSAO      PIC X(01) VALUE SPACES.
       01 W-QTDE-PENSAO      PIC 9(06) VALUE ZEROS.

       01 W-LINDET.
          03 DCOD      PIC 9(06).
          03 FILLER PIC X(50) VALUE
             "PAGAMENTOS REJEITADOS PELO BANCO - COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
          03 FILLER     PIC X(07) VALUE "  TIPO ".
          03 CAB-TIPO   PIC X(01).
       01 LIN-REJ-CAB2.
          03 FILLER PIC X(70) VALUE
             "CODIGO NOME                             VALOR  MOTIVO".
              MOVE W-DATAHOJE(1:6) TO W-COMPET-SEL
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-SEL
           END-IF.
           DISPLAY "TIPO DE PAGAMENTO (F-SALARIO DA FOLHA / "
                    "A-ADIANTAMENTO): ".
           ACCEPT W-TIPO-SEL.
           IF W-TIPO-SEL = "f"
              MOVE "F" TO W-TIPO-SEL
           END-IF.
           IF W-TIPO-SEL = "a"
              MOVE "A" TO W-TIPO-SEL
           END-IF.
           IF NOT TIPO-VALIDO
              DISPLAY "TIPO INVALIDO - ASSUMIDO SALARIO DA FOLHA (F)"
              MOVE "F" TO W-TIPO-SEL
           END-IF.

           PERFORM ABRE-PAGTFOLHA THRU ABRE-PAGTFOLHA-FIM.
           IF W-TIPO-SEL = "F"
              OPEN I-O CONSFOLHA
              IF ST-CON = "00"
                 MOVE "S" TO W-TEM-CONS
              END-IF
           END-IF.
           IF MODO-COMPLEM
              GO TO C1-INICIO
           END-IF.
               DISPLAY "ERRO NA ABERTURA DO RETBANCO.TXT (COPIE O "
                        "ARQUIVO DEVOLVIDO PELO BANCO): " ST-RET
               CLOSE PAGTFOLHA
               PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELREJ
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELREJ.LST: " ST-ERRO3
               CLOSE PAGTFOLHA RETBANCO
               PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM
               GO TO ROT-FIM
           END-IF.
           MOVE W-COMPET-SEL TO CAB-COMPET
           MOVE W-TIPO-SEL   TO CAB-TIPO
           MOVE LIN-REJ-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
              GO TO R1-LER
           END-IF.

           MOVE "N" TO W-ACHOU-PENSAO
           IF W-TEM-CONS = "S"
              PERFORM RETORNO-PENSAO THRU RETORNO-PENSAO-FIM
           END-IF.
           IF W-ACHOU-PENSAO = "S"
              GO TO R1-TOTAIS
           END-IF.

           MOVE RET-CODIGO   TO PAG-CODIGO
           MOVE W-COMPET-SEL TO PAG-COMPETENCIA
           MOVE W-TIPO-SEL   TO PAG-TIPOPAGTO
           READ PAGTFOLHA
           IF ST-PAG NOT = "00"
              MOVE RET-CODIGO   TO PAG-CODIGO
              MOVE W-COMPET-SEL TO PAG-COMPETENCIA
              MOVE W-TIPO-SEL   TO PAG-TIPOPAGTO
              MOVE RET-STATUS   TO PAG-STATUS
              MOVE RET-VALOR    TO PAG-VALOR
              MOVE W-DATAHOJE   TO PAG-DATARETORNO
              END-REWRITE
           END-IF.

       R1-TOTAIS.
           IF RET-STATUS = "P"
              ADD 1 TO W-QTDE-PAGOS
              ADD RET-VALOR TO W-TOT-PAGO
           WRITE LINHAREL.

           DISPLAY "COMPETENCIA..............: " W-COMPET-SEL.
           DISPLAY "TIPO DE PAGAMENTO........: " W-TIPO-SEL.
           DISPLAY "LINHAS LIDAS DO RETORNO..: " W-QTDE-LIDOS.
           DISPLAY "PAGAMENTOS CONFIRMADOS...: " W-QTDE-PAGOS.
           DISPLAY "PAGAMENTOS REJEITADOS....: " W-QTDE-REJEIT.
           DISPLAY "LINHAS IGNORADAS.........: " W-QTDE-IGNORADOS.
           IF W-TEM-CONS = "S"
              DISPLAY "RETORNOS DE PENSAO.......: " W-QTDE-PENSAO
           END-IF.
           DISPLAY "VALOR TOTAL PAGO.........: " W-TOT-PAGO.
           DISPLAY "VALOR TOTAL REJEITADO....: " W-TOT-REJEIT.
           DISPLAY "RELATORIO DOS REJEITADOS EM RELREJ.LST".
                       "PROGRAMA EM MODO C P/ A REMESSA COMPLEMENTAR"
           END-IF.
           CLOSE PAGTFOLHA RETBANCO RELREJ.
           PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM.
           GO TO ROT-FIM.

      *---------[ MODO C: REMESSA COMPLEMENTAR DOS REJEITADOS ]---------
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFOLHA: " ST-ERRO
               CLOSE PAGTFOLHA
               PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT BANCFOLHA
               DISPLAY "ERRO NA ABERTURA DO BANCFOLHA (rode o PROGRBAN "
                        "para corrigir os dados bancarios): " ST-BAN
               CLOSE PAGTFOLHA CADFOLHA
               PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT REMESSA2
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO REMESSA2.TXT: " ST-ERRO2
               CLOSE PAGTFOLHA CADFOLHA BANCFOLHA
               PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM
               GO TO ROT-FIM
           END-IF.

           MOVE ZEROS        TO PAG-CODIGO
           MOVE W-COMPET-SEL TO PAG-COMPETENCIA
           MOVE SPACES       TO PAG-TIPOPAGTO
           START PAGTFOLHA KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-PAG
           END-START.
           IF PAG-COMPETENCIA NOT = W-COMPET-SEL
               GO TO C2-LER
           END-IF.
           IF PAG-TIPOPAGTO NOT = W-TIPO-SEL
               GO TO C2-LER
           END-IF.
           IF NOT PAG-REJEITADO
               GO TO C2-LER
           END-IF.
           GO TO C2-LER.

       C9-FIM.
           IF W-TEM-CONS = "S"
              PERFORM COMPLEM-PENSAO THRU COMPLEM-PENSAO-FIM
           END-IF.
           DISPLAY "COMPETENCIA..............: " W-COMPET-SEL.
           DISPLAY "TIPO DE PAGAMENTO........: " W-TIPO-SEL.
           DISPLAY "REJEITADOS REMETIDOS.....: " W-QTDE-REMETIDOS.
           DISPLAY "AINDA SEM DADOS BANCARIOS: " W-QTDE-SEMBANCO.
           DISPLAY "VALOR TOTAL DA REMESSA...: " W-TOT-REMESSA.
           DISPLAY "REMESSA COMPLEMENTAR GERADA EM REMESSA2.TXT".
           IF W-TEM-CONS = "S"
              DISPLAY "PENSOES REMETIDAS........: " W-QTDE-PENSAO
           END-IF.
           CLOSE PAGTFOLHA CADFOLHA BANCFOLHA REMESSA2.
           PERFORM FECHA-CONSFOLHA THRU FECHA-CONSFOLHA-FIM.

       ROT-FIM.
           GOBACK.

      *---------[ CONTROLE DE PAGAMENTOS POR COMPETENCIA ]--------------
      * PAGTFOLHA.DAT E CRIADO PELO PROGRREM (TIPO F E TIPO P DA
      * PENSAO) OU PELO PROGRADT (TIPO A), COM STATUS PENDENTE,
      * QUANDO A REMESSA E GERADA; AQUI
      * ELE E ABERTO OU CRIADO SE A REMESSA AINDA NAO TIVER PASSADO
      * POR ESTA VERSAO DO PROGRREM.
       ABRE-PAGTFOLHA.
           OPEN I-O PAGTFOLHA
           IF ST-PAG NOT = "00"
       ABRE-PAGTFOLHA-FIM.
           EXIT.

       FECHA-CONSFOLHA.
           IF W-TEM-CONS = "S"
              CLOSE CONSFOLHA
           END-IF.
       FECHA-CONSFOLHA-FIM.
           EXIT.

      *---------[ RETORNO DA PENSAO ALIMENTICIA ]-----------------------
      * A LINHA DE PENSAO VEM COM O CODIGO DO FUNCIONARIO E O NOME DO
      * BENEFICIARIO (PROGRREM); E RECONHECIDA PELO CONTRATO DE PENSAO
      * DO CODIGO COM ESSE CREDOR NA COMPETENCIA. O STATUS DO
      * BENEFICIARIO FICA NO CONTRATO E O TIPO P DO PAGTFOLHA RESUME
      * O FUNCIONARIO: REJEITADO SE ALGUM BENEFICIARIO FOI REJEITADO,
      * PENDENTE SE ALGUM AINDA NAO VOLTOU, SENAO PAGO.
       RETORNO-PENSAO.
           MOVE RET-CODIGO TO CON-CODIGO
           MOVE ZEROS      TO CON-SEQ
           START CONSFOLHA KEY IS NOT LESS THAN CON-CHAVE
              INVALID KEY MOVE "99" TO ST-CON
              NOT INVALID KEY MOVE "00" TO ST-CON
           END-START.
       RETORNO-PENSAO-LOOP.
           IF ST-CON NOT = "99"
              READ CONSFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-CON
              END-READ
           END-IF.
           IF ST-CON = "99"
              MOVE "00" TO ST-CON
              GO TO RETORNO-PENSAO-FIM
           END-IF.
           IF CON-CODIGO NOT = RET-CODIGO
              MOVE "00" TO ST-CON
              GO TO RETORNO-PENSAO-FIM
           END-IF.
           IF NOT CON-PENSAO
              OR CON-ULTCOMPET NOT = W-COMPET-SEL
              OR CON-CREDOR NOT = RET-NOME
              GO TO RETORNO-PENSAO-LOOP
           END-IF.

           MOVE "S" TO W-ACHOU-PENSAO
           ADD 1 TO W-QTDE-PENSAO
           MOVE RET-STATUS TO CON-STATPAGTO
           REWRITE REGCONS
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR CONTRATO " CON-CHAVE
           END-REWRITE.
           PERFORM SITUACAO-PENSAO THRU SITUACAO-PENSAO-FIM.

           MOVE RET-CODIGO   TO PAG-CODIGO
           MOVE W-COMPET-SEL TO PAG-COMPETENCIA
           MOVE "P"          TO PAG-TIPOPAGTO
           READ PAGTFOLHA
           IF ST-PAG NOT = "00"
              MOVE RET-CODIGO    TO PAG-CODIGO
              MOVE W-COMPET-SEL  TO PAG-COMPETENCIA
              MOVE "P"           TO PAG-TIPOPAGTO
              MOVE W-STAT-PENSAO TO PAG-STATUS
              MOVE RET-VALOR     TO PAG-VALOR
              MOVE W-DATAHOJE    TO PAG-DATARETORNO
              MOVE RET-MOTIVO    TO PAG-MOTIVO
              WRITE REGPAGT
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR PENSAO DO CODIGO "
                             RET-CODIGO
              END-WRITE
           ELSE
              MOVE W-STAT-PENSAO TO PAG-STATUS
              MOVE W-DATAHOJE    TO PAG-DATARETORNO
              IF RET-STATUS = "R"
                 MOVE RET-MOTIVO TO PAG-MOTIVO
              END-IF
              REWRITE REGPAGT
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR PENSAO DO CODIGO "
                             RET-CODIGO
              END-REWRITE
           END-IF.
           MOVE "00" TO ST-CON.
       RETORNO-PENSAO-FIM.
           EXIT.

       SITUACAO-PENSAO.
           MOVE "P"        TO W-STAT-PENSAO
           MOVE RET-CODIGO TO CON-CODIGO
           MOVE ZEROS      TO CON-SEQ
           START CONSFOLHA KEY IS NOT LESS THAN CON-CHAVE
              INVALID KEY MOVE "99" TO ST-CON
              NOT INVALID KEY MOVE "00" TO ST-CON
           END-START.
       SITUACAO-PENSAO-LOOP.
           IF ST-CON NOT = "99"
              READ CONSFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-CON
              END-READ
           END-IF.
           IF ST-CON = "99"
              GO TO SITUACAO-PENSAO-FIM
           END-IF.
           IF CON-CODIGO NOT = RET-CODIGO
              GO TO SITUACAO-PENSAO-FIM
           END-IF.
           IF NOT CON-PENSAO OR CON-ULTCOMPET NOT = W-COMPET-SEL
              GO TO SITUACAO-PENSAO-LOOP
           END-IF.
           IF CON-STATPAGTO = "R"
              MOVE "R" TO W-STAT-PENSAO
              GO TO SITUACAO-PENSAO-FIM
           END-IF.
           IF CON-STATPAGTO = "N"
              MOVE "N" TO W-STAT-PENSAO
           END-IF.
           GO TO SITUACAO-PENSAO-LOOP.
       SITUACAO-PENSAO-FIM.
           EXIT.

      *---------[ REMESSA COMPLEMENTAR DA PENSAO ]----------------------
      * REENVIA OS BENEFICIARIOS REJEITADOS NA COMPETENCIA COM OS DADOS
      * BANCARIOS JA CORRIGIDOS NO CONTRATO (PROGRCTR).
       COMPLEM-PENSAO.
           MOVE ZEROS TO CON-CODIGO CON-SEQ
           START CONSFOLHA KEY IS NOT LESS THAN CON-CHAVE
              INVALID KEY MOVE "99" TO ST-CON
              NOT INVALID KEY MOVE "00" TO ST-CON
           END-START.
       COMPLEM-PENSAO-LOOP.
           IF ST-CON NOT = "99"
              READ CONSFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-CON
              END-READ
           END-IF.
           IF ST-CON = "99"
              MOVE "00" TO ST-CON
              GO TO COMPLEM-PENSAO-FIM
           END-IF.
           IF NOT CON-PENSAO
              OR CON-ULTCOMPET NOT = W-COMPET-SEL
              OR CON-STATPAGTO NOT = "R"
              GO TO COMPLEM-PENSAO-LOOP
           END-IF.

           ADD 1 TO W-QTDE-REMETIDOS W-QTDE-PENSAO
           ADD CON-ULTVALOR TO W-TOT-REMESSA
           MOVE CON-CODIGO     TO DCOD
           MOVE CON-CREDOR     TO DNOME
           MOVE CON-BANCO      TO DBANCO
           MOVE CON-AGENCIA    TO DAGENCIA
           MOVE CON-AGENCIADV  TO DAGENCIADV
           MOVE CON-CONTA      TO DCONTA
           MOVE CON-CONTADV    TO DCONTADV
           MOVE CON-TIPOCONTA  TO DTIPOCTA
           MOVE CON-ULTVALOR   TO DVALOR
           MOVE W-LINDET TO LINHAREM
           WRITE LINHAREM.

           MOVE "N" TO CON-STATPAGTO
           REWRITE REGCONS
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR CONTRATO " CON-CHAVE
           END-REWRITE.

           MOVE CON-CODIGO   TO PAG-CODIGO
           MOVE W-COMPET-SEL TO PAG-COMPETENCIA
           MOVE "P"          TO PAG-TIPOPAGTO
           READ PAGTFOLHA
           IF ST-PAG = "00" AND PAG-REJEITADO
              MOVE "N"    TO PAG-STATUS
              MOVE SPACES TO PAG-MOTIVO
              REWRITE REGPAGT
           END-IF.
           GO TO COMPLEM-PENSAO-LOOP.
       COMPLEM-PENSAO-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
