      ****************************************************
      * REAJUSTE COLETIVO DE SALARIOS (DISSIDIO) POR      *
      * DEPARTAMENTO E/OU FUNCAO, COM TRILHA DE AUDITORIA *
      * NO LOGFOLHA.DAT E MOVIMENTACAO TIPO D (DISSIDIO)  *
      * NO HISTORICO FUNCIONAL (MOVFOLHA.DAT)             *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
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
		SELECT MOVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MOV-CHAVE
			FILE STATUS IS ST-MOV.
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

		FD MOVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "MOVFOLHA.DAT".
		01 REGMOV.
		   03 MOV-CHAVE.
		      05 MOV-CODIGO       PIC 9(06).
		      05 MOV-DATAVIG      PIC 9(08).
		      05 MOV-SEQ          PIC 9(03).
		   03 MOV-TIPO            PIC X(01).
		      88 MOV-ADMISSAO     VALUE "A".
		      88 MOV-PROMOCAO     VALUE "P".
		      88 MOV-TRANSFERENCIA VALUE "T".
		      88 MOV-REAJUSTE     VALUE "R".
		      88 MOV-DISSIDIO     VALUE "D".
		   03 MOV-NOME            PIC X(30).
		   03 MOV-DEP-ANT         PIC 9(02).
		   03 MOV-DEP-NOVO        PIC 9(02).
		   03 MOV-FUN-ANT         PIC X(01).
		   03 MOV-FUN-NOVA        PIC X(01).
		   03 MOV-TIPOSAL-ANT     PIC X(01).
		   03 MOV-TIPOSAL-NOVO    PIC X(01).
		   03 MOV-SALBASE-ANT     PIC 9(06)V99.
		   03 MOV-SALBASE-NOVO    PIC 9(06)V99.
		   03 MOV-MOTIVO          PIC X(30).
		   03 MOV-USUARIO         PIC X(08).
		   03 MOV-DATAREG         PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 W-LANC-PROV        PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-DESC        PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-ABAT        PIC 9(6)V99 VALUE ZEROS.
       01 ST-RUB            PIC X(02) VALUE "00".
       01 ST-BAS            PIC X(02) VALUE "00".
       01 ST-MOV            PIC X(02) VALUE "00".
       01 W-RUB-OK          PIC X(01) VALUE "N".
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
       01 W-PERC-REAJUSTE    PIC 9(03)V99 VALUE ZEROS.
       01 W-FATOR-REAJUSTE   PIC 9(01)V9999 VALUE ZEROS.
       01 W-AUMENTO          PIC 9(6)V99 VALUE ZEROS.
       01 W-MOV-MOTIVO       PIC X(30) VALUE SPACES.
       01 W-MOV-DATAVIG      PIC 9(08) VALUE ZEROS.
       01 W-MOV-VIG REDEFINES W-MOV-DATAVIG.
          03 W-MOV-VIG-ANO   PIC 9(04).
          03 W-MOV-VIG-MES   PIC 9(02).
          03 W-MOV-VIG-DIA   PIC 9(02).

      *---------[ TRILHA DE AUDITORIA DO CADFOLHA ]---------
       01 W-LOG-NOME-ANTES     PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REAJUSTE COLETIVO DE SALARIOS - DISSIDIO".
      * OPERADOR AUTENTICADO NO PROGRMEN; FORA DO MENU, O DO SISTEMA
           DISPLAY "FOLHAOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-USUARIO FROM ENVIRONMENT-VALUE
           IF W-USUARIO = SPACES
              DISPLAY "USER" UPON ENVIRONMENT-NAME
              ACCEPT W-USUARIO FROM ENVIRONMENT-VALUE
           END-IF.
           IF W-USUARIO = SPACES
              MOVE "N/D" TO W-USUARIO
           END-IF.
           DISPLAY "PERCENTUAL DE REAJUSTE (EX: 005,00 P/ 5%): ".
           ACCEPT W-PERC-REAJUSTE.
           DIVIDE W-PERC-REAJUSTE BY 100 GIVING W-FATOR-REAJUSTE.
           PERFORM PEDE-VIGENCIA THRU PEDE-VIGENCIA-FIM.
           DISPLAY "MOTIVO (BRANCO = DISSIDIO COLETIVO): ".
           ACCEPT W-MOV-MOTIVO.
           IF W-MOV-MOTIVO = SPACES
              MOVE "DISSIDIO COLETIVO" TO W-MOV-MOTIVO
           END-IF.

           OPEN I-O CADFOLHA
           IF ST-ERRO NOT = "00"
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELDIS.LST: " ST-ERRO2
              CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA
                    FECHAFOLHA BASEFOLHA
              GO TO ROT-FIM
           END-IF.
           PERFORM ABRE-MOVFOLHA THRU ABRE-MOVFOLHA-FIM.
           PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.
           PERFORM ABRE-RUBFOLHA THRU ABRE-RUBFOLHA-FIM.
           PERFORM CARREGA-ALIQ THRU CARREGA-ALIQ-FIM.
           PERFORM CALC-DEDUZ-FAIXAS THRU CALC-DEDUZ-FAIXAS-FIM.
           MOVE W-COMPET TO W-COMPET-REAL.
           ELSE
              MOVE ZEROS TO SALARIOBRUTO
           END-IF.
           PERFORM CALC-BASES THRU CALC-BASES-FIM.

      * INSS PROGRESSIVO E IRRF COM PARCELA A DEDUZIR E DEDUCAO POR
      * DEPENDENTE - MESMO CALCULO DO PROGRFP/PROGRREC.
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
                 ADD 1 TO W-QTDE-REAJUSTAD
                 MOVE "D" TO LOG-TIPO-OPER
                 PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                 PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
                 PERFORM ARQUIVA-COMPETENCIA THRU
                         ARQUIVA-COMPETENCIA-FIM
                 MOVE CODIGO             TO DCOD
           DISPLAY "RELATORIO GERADO EM RELDIS.LST".

           CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA RELDIS
                 FECHAFOLHA LANCFOLHA BASEFOLHA MOVFOLHA.
           IF W-RUB-OK = "S"
              CLOSE RUBFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.
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
                 CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA
                       FECHAFOLHA
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

              ELSE
                 DISPLAY "ERRO NA ABERTURA DO LANCFOLHA: " ST-LAN
                 CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA
                       FECHAFOLHA BASEFOLHA RELDIS MOVFOLHA
                 GO TO ROT-FIM
              END-IF
           END-IF.

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

      *---------[ CONTROLE DE FECHAMENTO DE COMPETENCIA ]---------------
      * MESMA TRAVA USADA NO PROGRREC: O REAJUSTE COLETIVO TAMBEM
      * ALTERA SALARIO EM LOTE, ENTAO PRECISA DA MESMA CONFIRMACAO
              IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                 DISPLAY "REAJUSTE CANCELADO PELO OPERADOR."
                 CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA
                       FECHAFOLHA RELDIS BASEFOLHA LANCFOLHA MOVFOLHA
                 IF W-RUB-OK = "S"
                    CLOSE RUBFOLHA
                 END-IF
                 GO TO ROT-FIM
              END-IF
           END-IF.
       GRAVA-LOG-FIM.
           EXIT.

      *---------[ MOVIMENTACAO DE PESSOAL TIPO D (MOVFOLHA) ]---------
      * MESMA DATA DE VIGENCIA E MOTIVO PARA TODO O LOTE; SO GRAVA
      * QUANDO O SALARIO BASE MUDOU (PERCENTUAL ZERO NAO E HISTORICO).
       PEDE-VIGENCIA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD, ZEROS = HOJE): ".
           ACCEPT W-MOV-DATAVIG.
           IF W-MOV-DATAVIG = ZEROS
              MOVE W-DATAHOJE TO W-MOV-DATAVIG
           END-IF.
           IF W-MOV-VIG-MES < 1 OR W-MOV-VIG-MES > 12
              OR W-MOV-VIG-DIA < 1 OR W-MOV-VIG-DIA > 31
              DISPLAY "*** DATA DE VIGENCIA INVALIDA ***"
              GO TO PEDE-VIGENCIA
           END-IF.
       PEDE-VIGENCIA-FIM.
           EXIT.

       ABRE-MOVFOLHA.
           OPEN I-O MOVFOLHA
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30" OR ST-MOV = "35"
                 OPEN OUTPUT MOVFOLHA
                 CLOSE MOVFOLHA
                 OPEN I-O MOVFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO MOVFOLHA: " ST-MOV
                 CLOSE CADFOLHA ALIQUOTA LOGFOLHA FGTSFOLHA HISTFOLHA
                       FECHAFOLHA BASEFOLHA RELDIS
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-MOVFOLHA-FIM.
           EXIT.

       GRAVA-MOVIMENTO.
           IF SALARIOBASE = W-LOG-SALBASE-ANTES
              GO TO GRAVA-MOVIMENTO-FIM
           END-IF.
           MOVE CODIGO              TO MOV-CODIGO
           MOVE W-MOV-DATAVIG       TO MOV-DATAVIG
           MOVE 1                   TO MOV-SEQ
           MOVE "D"                 TO MOV-TIPO
           MOVE NOME                TO MOV-NOME
           MOVE DEPARTAMENTO        TO MOV-DEP-ANT MOV-DEP-NOVO
           MOVE FUNCAO              TO MOV-FUN-ANT MOV-FUN-NOVA
           MOVE TIPOSALARIO         TO MOV-TIPOSAL-ANT MOV-TIPOSAL-NOVO
           MOVE W-LOG-SALBASE-ANTES TO MOV-SALBASE-ANT
           MOVE SALARIOBASE         TO MOV-SALBASE-NOVO
           MOVE W-MOV-MOTIVO        TO MOV-MOTIVO
           MOVE W-USUARIO           TO MOV-USUARIO
           MOVE W-DATAHOJE          TO MOV-DATAREG.
       GRAVA-MOVIMENTO-GRAVA.
           WRITE REGMOV
           IF ST-MOV = "22" AND MOV-SEQ < 999
              ADD 1 TO MOV-SEQ
              GO TO GRAVA-MOVIMENTO-GRAVA
           END-IF.
           IF ST-MOV NOT = "00"
              DISPLAY "ERRO AO GRAVAR MOVFOLHA DO CODIGO " CODIGO
                      ": " ST-MOV
           END-IF.
       GRAVA-MOVIMENTO-FIM.
           EXIT.

      *---------[ ROTINA DE PARAMETROS DE ALIQUOTA INSS/IRRF ]---------
       CARREGA-ALIQ.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
