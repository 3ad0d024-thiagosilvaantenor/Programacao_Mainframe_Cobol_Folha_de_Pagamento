			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PAG-CHAVE
			FILE STATUS IS ST-PAG.
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
		   03 PAG-VALOR           PIC 9(08)V99.
		   03 PAG-DATARETORNO     PIC 9(08).
		   03 PAG-MOTIVO          PIC X(30).

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
       01 W-QTDE-REMETIDOS   PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMBANCO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-REMESSA      PIC 9(8)V99 VALUE ZEROS.
       01 ST-CON             PIC X(02) VALUE "00".
       01 W-ULT-COD-PENSAO   PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PENSAO      PIC 9(06) VALUE ZEROS.
       01 W-TOT-PENSAO       PIC 9(8)V99 VALUE ZEROS.

       01 W-LINDET.
          03 DCOD      PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE 8 TO RETURN-CODE.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
           GO TO R1-LER.

       R9-FIM.
           PERFORM REMESSA-PENSAO THRU REMESSA-PENSAO-FIM.
           DISPLAY "REMESSA GERADA EM REMESSA.TXT".
           DISPLAY "DATA DE GERACAO..........: " W-DATAHOJE.
           DISPLAY "FUNCIONARIOS LIDOS.......: " W-QTDE-LIDOS.
           DISPLAY "REMETIDOS AO BANCO.......: " W-QTDE-REMETIDOS.
           DISPLAY "SEM DADOS BANCARIOS......: " W-QTDE-SEMBANCO.
           DISPLAY "PENSOES ALIMENTICIAS.....: " W-QTDE-PENSAO.
           DISPLAY "VALOR DAS PENSOES........: " W-TOT-PENSAO.
           DISPLAY "VALOR TOTAL DA REMESSA...: " W-TOT-REMESSA.

           CLOSE CADFOLHA BANCFOLHA REMESSA PAGTFOLHA.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.
      * CADA FUNCIONARIO INCLUIDO NA REMESSA FICA COM STATUS PENDENTE
      * EM PAGTFOLHA.DAT ATE O PROGRRET PROCESSAR O RETORNO DO BANCO E
      * MARCAR PAGO OU REJEITADO - E A PROVA DE QUEM RECEBEU NO MES.
      * O SALARIO E GRAVADO COM TIPO F; O ADIANTAMENTO DO PROGRADT
      * USA O TIPO A NA MESMA COMPETENCIA SEM SE MISTURAR A ESTE.
       ABRE-PAGTFOLHA.
           OPEN I-O PAGTFOLHA
           IF ST-PAG NOT = "00"
       GRAVA-PENDENTE.
           MOVE CODIGO       TO PAG-CODIGO
           MOVE W-COMPET     TO PAG-COMPETENCIA
           MOVE "F"          TO PAG-TIPOPAGTO
           MOVE "N"          TO PAG-STATUS
           MOVE SALARIOLIQ   TO PAG-VALOR
           MOVE ZEROS        TO PAG-DATARETORNO
           END-WRITE.
       GRAVA-PENDENTE-FIM.
           EXIT.

      *---------[ PENSAO ALIMENTICIA NA CONTA DO BENEFICIARIO ]---------
      * A PENSAO DESCONTADA NA RUBRICA 202 (PROGRCSG) E DEPOSITADA NA
      * CONTA DO BENEFICIARIO CADASTRADA NO CONTRATO, UMA LINHA POR
      * CONTRATO, COM O CODIGO DO FUNCIONARIO E O NOME DO BENEFICIARIO.
      * NO PAGTFOLHA FICA O TOTAL DE PENSAO DO FUNCIONARIO COM TIPO P;
      * O STATUS DE CADA BENEFICIARIO FICA NO PROPRIO CONTRATO.
       REMESSA-PENSAO.
           OPEN I-O CONSFOLHA
           IF ST-CON NOT = "00"
              GO TO REMESSA-PENSAO-FIM
           END-IF.
       REMESSA-PENSAO-LOOP.
           READ CONSFOLHA NEXT RECORD
              AT END MOVE "99" TO ST-CON
           END-READ.
           IF ST-CON = "99"
              CLOSE CONSFOLHA
              GO TO REMESSA-PENSAO-FIM
           END-IF.
           IF NOT CON-PENSAO
              OR CON-ULTCOMPET NOT = W-COMPET
              OR CON-ULTVALOR = ZEROS
              GO TO REMESSA-PENSAO-LOOP
           END-IF.
           IF NOT CON-ULT-GERADA AND NOT CON-ULT-CONFIRMADA
              GO TO REMESSA-PENSAO-LOOP
           END-IF.

           ADD 1 TO W-QTDE-PENSAO
           ADD CON-ULTVALOR TO W-TOT-PENSAO W-TOT-REMESSA
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
           MOVE W-COMPET     TO PAG-COMPETENCIA
           MOVE "P"          TO PAG-TIPOPAGTO
           IF CON-CODIGO = W-ULT-COD-PENSAO
              READ PAGTFOLHA
              IF ST-PAG = "00"
                 ADD CON-ULTVALOR TO PAG-VALOR
                 REWRITE REGPAGT
                 GO TO REMESSA-PENSAO-LOOP
              END-IF
           END-IF.
           MOVE CON-CODIGO   TO W-ULT-COD-PENSAO
           MOVE "N"          TO PAG-STATUS
           MOVE CON-ULTVALOR TO PAG-VALOR
           MOVE ZEROS        TO PAG-DATARETORNO
           MOVE SPACES       TO PAG-MOTIVO
           WRITE REGPAGT
              INVALID KEY
                 REWRITE REGPAGT
           END-WRITE.
           GO TO REMESSA-PENSAO-LOOP.
       REMESSA-PENSAO-FIM.
           EXIT.
