			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT RUBFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RUB-CODIGO
			FILE STATUS IS ST-RUB.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
		SELECT CONSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CON-CHAVE
			FILE STATUS IS ST-CON.
		SELECT ACESFOLHA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ACE.
		SELECT CTLFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CTL-COMPETENCIA
			FILE STATUS IS ST-CTL.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		   03 LAN-DESCRICAO       PIC X(20).
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.

		FD RUBFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RUBFOLHA.DAT".
		01 REGRUB.
		   03 RUB-CODIGO          PIC 9(03).
		   03 RUB-DESCRICAO       PIC X(20).
		   03 RUB-TIPO            PIC X(01).
		   03 RUB-INCINSS         PIC X(01).
		   03 RUB-INCIRRF         PIC X(01).
		   03 RUB-INCFGTS         PIC X(01).
		   03 RUB-SITUACAO        PIC X(01).

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
		FD ACESFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ACESFOLHA.DAT".
		01 LINHAACE            PIC X(80).
		FD CTLFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "CTLFOLHA.DAT".
		01 REGCTL.
		   03 CTL-COMPETENCIA     PIC 9(06).
		   03 CTL-PERCVAR         PIC 9(03)V99.
		   03 CTL-SITUACAO        PIC X(01).
		   03 CTL-ULTCODIGO       PIC 9(06).
		   03 CTL-ETAPA           OCCURS 9 TIMES.
		      05 CTL-SITETAPA     PIC X(01).
		      05 CTL-RCETAPA      PIC 9(03).
		   03 CTL-DATAINI         PIC 9(08).
		   03 CTL-HORAINI         PIC 9(08).
		   03 CTL-DATAFIM         PIC 9(08).
		   03 CTL-HORAFIM         PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------[ OPERADOR DO PROGRMEN E LOG DE ACESSOS NEGADOS ]------
       01 ST-ACE             PIC X(02) VALUE "00".
       01 W-OPERADOR         PIC X(08) VALUE SPACES.
       01 W-PERFIL           PIC X(01) VALUE SPACES.
       01 REGACE.
          03 ACE-DATA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-HORA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-LOGIN       PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-EVENTO      PIC X(10).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-DETALHE     PIC X(40).
      *---------[ CADEIA DE FECHAMENTO - PONTO DE REINICIO ]-----------
       01 ST-CTL             PIC X(02) VALUE "00".
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-TEM-CTL          PIC X(01) VALUE "N".
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ALIQ            PIC X(02) VALUE "00".
       01 ST-FGTS            PIC X(02) VALUE "00".
       01 W-LANC-PROV        PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-DESC        PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-ABAT        PIC 9(6)V99 VALUE ZEROS.
       01 ST-RUB            PIC X(02) VALUE "00".
       01 ST-BAS            PIC X(02) VALUE "00".
       01 W-RUB-OK          PIC X(01) VALUE "N".
       01 ST-CON            PIC X(02) VALUE "00".
       01 W-QTDE-BAIXAS     PIC 9(06) VALUE ZEROS.
       01 W-INC-INSS        PIC X(01) VALUE "S".
       01 W-INC-IRRF        PIC X(01) VALUE "S".
       01 W-INC-FGTS        PIC X(01) VALUE "S".
       01 W-EXC-INSS        PIC S9(6)V99 VALUE ZEROS.
       01 W-EXC-IRRF        PIC S9(6)V99 VALUE ZEROS.
       01 W-EXC-FGTS        PIC S9(6)V99 VALUE ZEROS.
       01 W-BASE-INSS       PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-FGTS       PIC 9(6)V99 VALUE ZEROS.
       01 W-RENDTRIB        PIC 9(6)V99 VALUE ZEROS.
       01 W-CONFIRMA         PIC X(01) VALUE SPACES.
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RECALCULO EM LOTE DO CADFOLHA".
           MOVE 8 TO RETURN-CODE.
           PERFORM LE-LOTE THRU LE-LOTE-FIM.
           IF W-LOTE = "S"
              DISPLAY "CADEIA DE FECHAMENTO - MODO " W-MODO
           ELSE
              DISPLAY "MODO DE EXECUCAO (P-PROCESSAMENTO / "
                       "S-SIMULACAO): "
              ACCEPT W-MODO
           END-IF.
           IF NOT MODO-REAL AND NOT MODO-SIMULA
              DISPLAY "OPCAO INVALIDA - ASSUMIDA SIMULACAO"
              MOVE "S" TO W-MODO
           END-IF.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
           IF MODO-REAL AND W-PERFIL NOT = SPACES
              AND W-PERFIL NOT = "F" AND W-PERFIL NOT = "A"
              DISPLAY "*** MODO PROCESSAMENTO SO PARA OS PERFIS "
                       "FECHAMENTO E ADMINISTRADOR ***"
              MOVE "MODO P"   TO ACE-EVENTO
              MOVE "PROGRREC MODO PROCESSAMENTO NEGADO" TO ACE-DETALHE
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO ROT-FIM
           END-IF.

           OPEN I-O CADFOLHA
           IF ST-ERRO NOT = "00"
              WRITE LINHASIM
           END-IF.
           PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.
           PERFORM ABRE-RUBFOLHA THRU ABRE-RUBFOLHA-FIM.
           PERFORM CARREGA-ALIQ THRU CARREGA-ALIQ-FIM.
           PERFORM CALC-DEDUZ-FAIXAS THRU CALC-DEDUZ-FAIXAS-FIM.
           MOVE W-COMPET TO W-COMPET-REAL.
           ELSE
              DISPLAY "RECALCULO EM LOTE - COMPETENCIA " W-COMPET-REAL
              PERFORM VERIFICA-FECHAMENTO THRU VERIFICA-FECHAMENTO-FIM
              IF W-LOTE = "S"
                 PERFORM ABRE-CONTROLE THRU ABRE-CONTROLE-FIM
              END-IF
           END-IF.

       R1-LER.
           IF W-FIM-CAD = "S"
               GO TO R9-FIM
           END-IF.
           READ CADFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-CAD
           END-READ.
           ELSE
              MOVE ZEROS TO SALARIOBRUTO
           END-IF.
           PERFORM CALC-BASES THRU CALC-BASES-FIM.

      * INSS PROGRESSIVO E IRRF COM PARCELA A DEDUZIR E DEDUCAO POR
      * DEPENDENTE - MESMO CALCULO DO PROGRFP.
           MOVE "I" TO TIPO-BUSCA
           MOVE W-BASE-INSS TO VALOR-BUSCA
           PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
           COMPUTE W-VLR-CALC = W-BASE-INSS * W-PERC-ACHADO
                              - W-DEDUZ-ACHADO
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           MOVE W-VLR-CALC TO INSS.

           MOVE ZEROS TO W-BASEIRRF
           IF INSS < W-RENDTRIB
              SUBTRACT INSS FROM W-RENDTRIB GIVING W-BASEIRRF
           END-IF
           MULTIPLY NUMEROFILHOS BY W-DEDUCAO-DEP
                                 GIVING W-DEDUC-DEP-TOT
           IF W-BASEIRRF > W-DEDUC-DEP-TOT
                    ADD 1 TO W-QTDE-ALTERADOS
                    PERFORM ARQUIVA-COMPETENCIA THRU
                            ARQUIVA-COMPETENCIA-FIM
                    PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM
              END-REWRITE
           END-IF.

           ELSE
              DISPLAY "FUNCIONARIOS RECALCULADOS: " W-QTDE-ALTERADOS
              PERFORM FECHA-COMPETENCIA THRU FECHA-COMPETENCIA-FIM
              PERFORM FECHA-CONTROLE THRU FECHA-CONTROLE-FIM
              CLOSE CADFOLHA ALIQUOTA FGTSFOLHA HISTFOLHA FECHAFOLHA
                    LANCFOLHA BASEFOLHA
           END-IF.
           IF W-RUB-OK = "S"
              CLOSE RUBFOLHA
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.

      *---------[ ARQUIVAMENTO DE FGTS/HISTORICO POR COMPETENCIA ]------
      * MESMA LOGICA DO PROGRFP: 1 DEPOSITO REAL DE FGTS (8% DA BASE
      * DO FGTS) E 1 FOTOGRAFIA DA FOLHA POR COMPETENCIA/CODIGO,
      * PARA A RESCISAO SOMAR DEPOSITOS REAIS E PARA A FOLHA DE UM MES
      * PASSADO NAO SE PERDER QUANDO ESTE PROGRAMA RECALCULAR OUTRO MES.
       ABRE-FGTSHIST.
                 GO TO ROT-FIM
              END-IF
           END-IF.
           OPEN I-O BASEFOLHA
           IF ST-BAS NOT = "00"
              IF ST-BAS = "30" OR ST-BAS = "35"
                 OPEN OUTPUT BASEFOLHA
                 CLOSE BASEFOLHA
                 OPEN I-O BASEFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO BASEFOLHA: " ST-BAS
                 CLOSE CADFOLHA ALIQUOTA FGTSFOLHA HISTFOLHA FECHAFOLHA
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-FGTSHIST-FIM.
           EXIT.

       ARQUIVA-COMPETENCIA.
           MULTIPLY W-BASE-FGTS BY 0,08 GIVING W-FGTS-DEPOSITO.

           MOVE CODIGO          TO FGTS-CODIGO
           MOVE W-COMPET-REAL   TO FGTS-COMPETENCIA
              INVALID KEY
                 REWRITE REGHIST
           END-WRITE.

           MOVE CODIGO           TO BAS-CODIGO
           MOVE W-COMPET-REAL    TO BAS-COMPETENCIA
           MOVE W-BASE-INSS      TO BAS-BASEINSS
           MOVE W-BASEIRRF       TO BAS-BASEIRRF
           MOVE W-BASE-FGTS      TO BAS-BASEFGTS
           WRITE REGBAS
              INVALID KEY
                 REWRITE REGBAS
           END-WRITE.
       ARQUIVA-COMPETENCIA-FIM.
           EXIT.

           IF ST-FEC = "00" AND FEC-FECHADA
              DISPLAY "*** A COMPETENCIA " W-COMPET-REAL
                       " JA FOI FECHADA ANTERIORMENTE ***"
      * NA CADEIA NAO HA REABERTURA: A COMPETENCIA JA FECHADA NAO E
      * RECALCULADA. SO SE REPASSA A BAIXA DOS CONTRATOS, QUE SO PEGA
      * PARCELA AINDA NAO CONFIRMADA (CASO A CADEIA TENHA CAIDO ENTRE
      * O FECHAMENTO E O FIM DA BAIXA).
              IF W-LOTE = "S"
                 DISPLAY "CADEIA: RECALCULO NAO REPETIDO"
                 PERFORM BAIXA-CONTRATOS THRU BAIXA-CONTRATOS-FIM
                 CLOSE CADFOLHA ALIQUOTA FGTSFOLHA HISTFOLHA FECHAFOLHA
                       BASEFOLHA LANCFOLHA
                 IF W-RUB-OK = "S"
                    CLOSE RUBFOLHA
                 END-IF
                 MOVE ZEROS TO RETURN-CODE
                 GO TO ROT-FIM
              END-IF
      * REABRIR COMPETENCIA FECHADA E SO COM O PERFIL ADMINISTRADOR
              IF W-PERFIL NOT = SPACES AND W-PERFIL NOT = "A"
                 DISPLAY "*** REABERTURA SO PELO PERFIL "
                          "ADMINISTRADOR ***"
                 MOVE "REABERTURA" TO ACE-EVENTO
                 MOVE SPACES       TO ACE-DETALHE
                 STRING "PROGRREC REABERTURA DA COMPETENCIA "
                        W-COMPET-REAL DELIMITED BY SIZE
                        INTO ACE-DETALHE
                 PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                 CLOSE CADFOLHA ALIQUOTA FGTSFOLHA HISTFOLHA FECHAFOLHA
                       BASEFOLHA LANCFOLHA
                 IF W-RUB-OK = "S"
                    CLOSE RUBFOLHA
                 END-IF
                 GO TO ROT-FIM
              END-IF
              DISPLAY "CONFIRMA NOVO RECALCULO DESTA COMPETENCIA "
                       "(S/N)? "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                 DISPLAY "RECALCULO CANCELADO PELO OPERADOR."
                 CLOSE CADFOLHA ALIQUOTA FGTSFOLHA HISTFOLHA FECHAFOLHA
                       BASEFOLHA LANCFOLHA
                 IF W-RUB-OK = "S"
                    CLOSE RUBFOLHA
                 END-IF
                 GO TO ROT-FIM
              END-IF
           END-IF.
              INVALID KEY
                 REWRITE REGFECHA
           END-WRITE.
           PERFORM BAIXA-CONTRATOS THRU BAIXA-CONTRATOS-FIM.
       FECHA-COMPETENCIA-FIM.
           EXIT.

      *---------[ BAIXA DAS PARCELAS DE CONSIGNADO E PENSAO ]-----------
      * A PARCELA GERADA PELO PROGRCSG PARA A COMPETENCIA QUE ESTA
      * SENDO FECHADA E CONFIRMADA E CONTA COMO PAGA. PARCELA RECUSADA
      * POR MARGEM NAO CONTA E O CONTRATO SE ESTENDE. SEM O CONSFOLHA
      * NAO HA CONTRATO A BAIXAR.
       BAIXA-CONTRATOS.
           OPEN I-O CONSFOLHA
           IF ST-CON NOT = "00"
              GO TO BAIXA-CONTRATOS-FIM
           END-IF.
       BAIXA-CONTRATOS-LOOP.
           READ CONSFOLHA NEXT RECORD
              AT END MOVE "99" TO ST-CON
           END-READ.
           IF ST-CON = "99"
              DISPLAY "PARCELAS DE CONTRATO BAIXADAS: " W-QTDE-BAIXAS
              CLOSE CONSFOLHA
              GO TO BAIXA-CONTRATOS-FIM
           END-IF.
           IF CON-ULTCOMPET NOT = W-COMPET-REAL
              OR NOT CON-ULT-GERADA
              OR CON-ULTVALOR = ZEROS
              GO TO BAIXA-CONTRATOS-LOOP
           END-IF.
           ADD 1 TO CON-PARCPAGAS
           ADD 1 TO W-QTDE-BAIXAS
           MOVE "C" TO CON-ULTSITUACAO
           IF CON-QTDPARCELAS > ZEROS
              AND CON-PARCPAGAS NOT < CON-QTDPARCELAS
              MOVE "Q" TO CON-SITUACAO
              DISPLAY "CONTRATO QUITADO: " CON-CODIGO "/" CON-SEQ
                      " " CON-CREDOR
           END-IF.
           REWRITE REGCONS
              INVALID KEY
                 DISPLAY "ERRO AO BAIXAR CONTRATO " CON-CHAVE
           END-REWRITE.
           GO TO BAIXA-CONTRATOS-LOOP.
       BAIXA-CONTRATOS-FIM.
           EXIT.

      *---------[ LANCAMENTOS VARIAVEIS DA COMPETENCIA ]----------------
      * MESMA LOGICA DO PROGRFP: PROVENTOS LANCADOS NO PROGRLAN ENTRAM
      * NO SALARIOBRUTO, ABATES DE BRUTO (TIPO A) REDUZEM O BRUTO

       SOMA-LANCAMENTOS.
           MOVE ZEROS TO W-LANC-PROV W-LANC-DESC W-LANC-ABAT
           MOVE ZEROS TO W-EXC-INSS W-EXC-IRRF W-EXC-FGTS
           MOVE CODIGO        TO LAN-CODIGO
           MOVE W-COMPET-REAL TO LAN-COMPETENCIA
           MOVE ZEROS         TO LAN-RUBRICA
              OR LAN-COMPETENCIA NOT = W-COMPET-REAL
              GO TO SOMA-LANCAMENTOS-FIM
           END-IF.
           PERFORM BUSCA-RUBRICA THRU BUSCA-RUBRICA-FIM.
           IF LAN-PROVENTO
              ADD LAN-VALOR TO W-LANC-PROV
           ELSE
                 ADD LAN-VALOR TO W-LANC-DESC
              END-IF
           END-IF.
           PERFORM ACUMULA-INCIDENCIA THRU ACUMULA-INCIDENCIA-FIM.
           GO TO SOMA-LANCAMENTOS-LOOP.
       SOMA-LANCAMENTOS-FIM.
           MOVE "00" TO ST-LAN.
           EXIT.

      *---------[ INCIDENCIAS DAS RUBRICAS NAS BASES ]-----------------
      * RUBFOLHA.DAT E MANTIDO PELO PROGRRUB E AQUI SO CONSULTADO. SEM
      * O ARQUIVO, OU COM RUBRICA NAO CADASTRADA, VALE A INCIDENCIA
      * PADRAO DO TIPO: PROVENTO E ABATE INCIDEM NAS TRES BASES E
      * DESCONTO NAO REDUZ NENHUMA - O MESMO CALCULO DE ANTES DO
      * CADASTRO DE RUBRICAS EXISTIR.
       ABRE-RUBFOLHA.
           MOVE "N" TO W-RUB-OK
           OPEN INPUT RUBFOLHA
           IF ST-RUB = "00"
              MOVE "S" TO W-RUB-OK
           ELSE
              DISPLAY "RUBFOLHA.DAT INDISPONIVEL - ASSUMIDA A "
                       "INCIDENCIA PADRAO POR TIPO DE LANCAMENTO"
           END-IF.
       ABRE-RUBFOLHA-FIM.
           EXIT.

       BUSCA-RUBRICA.
           IF LAN-DESCONTO
              MOVE "N" TO W-INC-INSS W-INC-IRRF W-INC-FGTS
           ELSE
              MOVE "S" TO W-INC-INSS W-INC-IRRF W-INC-FGTS
           END-IF.
           IF W-RUB-OK NOT = "S"
              GO TO BUSCA-RUBRICA-FIM
           END-IF.
           MOVE LAN-RUBRICA TO RUB-CODIGO
           READ RUBFOLHA
           IF ST-RUB = "00"
              MOVE RUB-INCINSS TO W-INC-INSS
              MOVE RUB-INCIRRF TO W-INC-IRRF
              MOVE RUB-INCFGTS TO W-INC-FGTS
           END-IF.
       BUSCA-RUBRICA-FIM.
           EXIT.

      * W-EXC-xxx = QUANTO DO SALARIOBRUTO NAO ENTRA NA BASE: PROVENTO
      * SEM INCIDENCIA SOMA, ABATE SEM INCIDENCIA SUBTRAI (O BRUTO JA
      * FOI REDUZIDO POR ELE) E DESCONTO COM INCIDENCIA SOMA (EX.:
      * PENSAO ALIMENTICIA, QUE REDUZ A BASE DO IRRF).
       ACUMULA-INCIDENCIA.
           IF LAN-DESCONTO
              IF W-INC-INSS = "S"
                 ADD LAN-VALOR TO W-EXC-INSS
              END-IF
              IF W-INC-IRRF = "S"
                 ADD LAN-VALOR TO W-EXC-IRRF
              END-IF
              IF W-INC-FGTS = "S"
                 ADD LAN-VALOR TO W-EXC-FGTS
              END-IF
              GO TO ACUMULA-INCIDENCIA-FIM
           END-IF.
           IF LAN-PROVENTO
              MOVE LAN-VALOR TO W-VLR-CALC
           ELSE
              COMPUTE W-VLR-CALC = ZEROS - LAN-VALOR
           END-IF.
           IF W-INC-INSS = "N"
              ADD W-VLR-CALC TO W-EXC-INSS
           END-IF.
           IF W-INC-IRRF = "N"
              ADD W-VLR-CALC TO W-EXC-IRRF
           END-IF.
           IF W-INC-FGTS = "N"
              ADD W-VLR-CALC TO W-EXC-FGTS
           END-IF.
       ACUMULA-INCIDENCIA-FIM.
           EXIT.

      * BASES DO MES: SALARIOBRUTO MENOS O QUE NAO INCIDE. O IRRF
      * PARTE DO RENDIMENTO TRIBUTAVEL (W-RENDTRIB), DO QUAL AINDA
      * SAEM O INSS E A DEDUCAO POR DEPENDENTE NO CALCULO DO IMPOSTO.
       CALC-BASES.
           COMPUTE W-VLR-CALC = SALARIOBRUTO - W-EXC-INSS
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           END-IF
           MOVE W-VLR-CALC TO W-BASE-INSS.
           COMPUTE W-VLR-CALC = SALARIOBRUTO - W-EXC-IRRF
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           END-IF
           MOVE W-VLR-CALC TO W-RENDTRIB.
           COMPUTE W-VLR-CALC = SALARIOBRUTO - W-EXC-FGTS
           IF W-VLR-CALC < ZEROS
              MOVE ZEROS TO W-VLR-CALC
           END-IF
           MOVE W-VLR-CALC TO W-BASE-FGTS.
       CALC-BASES-FIM.
           EXIT.

      *---------[ RELATORIO COMPARATIVO DO MODO DE SIMULACAO ]---------
       GRAVA-LINHASIM.
           MOVE CODIGO             TO SCOD
           GO TO BUSCA-FAIXA-LOOP.
       BUSCA-FAIXA-FIM.
           EXIT.

      *---------[ OPERADOR E PERFIL REPASSADOS PELO PROGRMEN ]----------
      * FORA DO MENU AS VARIAVEIS FICAM EM BRANCO E O PROGRAMA SEGUE
      * COMO ANTES (EXECUCAO DIRETA PELO RESPONSAVEL DO SISTEMA).
       LE-OPERADOR.
           DISPLAY "FOLHAOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
           DISPLAY "FOLHAPERFIL" UPON ENVIRONMENT-NAME
           ACCEPT W-PERFIL FROM ENVIRONMENT-VALUE.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ EXECUCAO PELA CADEIA DE FECHAMENTO (PROGRFEC) ]-------
      * COM FOLHALOTE = "S" O MODO VEM EM FOLHAMODO, NADA E PERGUNTADO
      * NA TELA E O RESULTADO VOLTA NO RETURN-CODE (ZERO = CONCLUIDO).
       LE-LOTE.
           MOVE SPACES TO W-LOTE
           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           ACCEPT W-LOTE FROM ENVIRONMENT-VALUE.
           IF W-LOTE = "S"
              DISPLAY "FOLHAMODO" UPON ENVIRONMENT-NAME
              ACCEPT W-MODO FROM ENVIRONMENT-VALUE
           END-IF.
       LE-LOTE-FIM.
           EXIT.

      * PONTO DE REINICIO NO CTLFOLHA: A CADA CODIGO REGRAVADO E
      * ARQUIVADO O CODIGO FICA GUARDADO. SE A CADEIA CAIR NO MEIO, A
      * NOVA EXECUCAO CONTINUA DO CODIGO SEGUINTE, SEM RECALCULAR NEM
      * ARQUIVAR DE NOVO QUEM JA PASSOU. O FIM NORMAL ZERA O PONTO.
       ABRE-CONTROLE.
           MOVE "N" TO W-TEM-CTL
           OPEN I-O CTLFOLHA
           IF ST-CTL NOT = "00"
              DISPLAY "CTLFOLHA INDISPONIVEL - SEM PONTO DE REINICIO: "
                       ST-CTL
              GO TO ABRE-CONTROLE-FIM
           END-IF.
           MOVE W-COMPET-REAL TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              DISPLAY "COMPETENCIA " W-COMPET-REAL
                       " SEM REGISTRO NO CTLFOLHA - SEM PONTO DE "
                       "REINICIO"
              CLOSE CTLFOLHA
              GO TO ABRE-CONTROLE-FIM
           END-IF.
           MOVE "S" TO W-TEM-CTL
           IF CTL-ULTCODIGO = ZEROS
              GO TO ABRE-CONTROLE-FIM
           END-IF.
           DISPLAY "REINICIO DO RECALCULO APOS O CODIGO " CTL-ULTCODIGO
           MOVE CTL-ULTCODIGO TO CODIGO
           START CADFOLHA KEY IS GREATER THAN CODIGO
              INVALID KEY MOVE "S" TO W-FIM-CAD
           END-START.
       ABRE-CONTROLE-FIM.
           EXIT.

       GRAVA-PONTO.
           IF W-TEM-CTL NOT = "S"
              GO TO GRAVA-PONTO-FIM
           END-IF.
           MOVE CODIGO TO CTL-ULTCODIGO
           REWRITE REGCTL
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR PONTO DE REINICIO " CODIGO
           END-REWRITE.
       GRAVA-PONTO-FIM.
           EXIT.

       FECHA-CONTROLE.
           IF W-TEM-CTL NOT = "S"
              GO TO FECHA-CONTROLE-FIM
           END-IF.
           MOVE ZEROS TO CTL-ULTCODIGO
           REWRITE REGCTL
              INVALID KEY
                 DISPLAY "ERRO AO ZERAR PONTO DE REINICIO"
           END-REWRITE.
           CLOSE CTLFOLHA.
       FECHA-CONTROLE-FIM.
           EXIT.

       GRAVA-ACESSO.
           OPEN EXTEND ACESFOLHA
           IF ST-ACE NOT = "00"
              OPEN OUTPUT ACESFOLHA
           END-IF.
           ACCEPT ACE-DATA FROM DATE YYYYMMDD
           ACCEPT ACE-HORA FROM TIME
           MOVE W-OPERADOR TO ACE-LOGIN
           MOVE REGACE TO LINHAACE
           WRITE LINHAACE
           CLOSE ACESFOLHA.
       GRAVA-ACESSO-FIM.
           EXIT.
