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
		SELECT TABFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TAB-CHAVE
			FILE STATUS IS ST-TAB.
		SELECT MOVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MOV-CHAVE
			FILE STATUS IS ST-MOV.

      *
      *-----------------------------------------------------------------
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

		FD TABFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "TABFOLHA.DAT".
		   03 TAB-PISO            PIC 9(06)V99.
		   03 TAB-TETO            PIC 9(06)V99.
		   03 TAB-REFERENCIA      PIC 9(06)V99.

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FEC            PIC X(02) VALUE "00".
       01 ST-LAN            PIC X(02) VALUE "00".
       01 ST-TAB            PIC X(02) VALUE "00".
       01 ST-MOV            PIC X(02) VALUE "00".
       01 W-LANC-PROV       PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-DESC       PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-ABAT       PIC 9(6)V99 VALUE ZEROS.
       01 ST-RUB           PIC X(02) VALUE "00".
       01 ST-BAS           PIC X(02) VALUE "00".
       01 W-RUB-OK         PIC X(01) VALUE "N".
       01 W-INC-INSS       PIC X(01) VALUE "S".
       01 W-INC-IRRF       PIC X(01) VALUE "S".
       01 W-INC-FGTS       PIC X(01) VALUE "S".
       01 W-EXC-INSS       PIC S9(6)V99 VALUE ZEROS.
       01 W-EXC-IRRF       PIC S9(6)V99 VALUE ZEROS.
       01 W-EXC-FGTS       PIC S9(6)V99 VALUE ZEROS.
       01 W-BASE-INSS      PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-FGTS      PIC 9(6)V99 VALUE ZEROS.
       01 W-RENDTRIB       PIC 9(6)V99 VALUE ZEROS.
       01 W-TAB-OK          PIC X(01) VALUE "N".
       01 W-TAB-ACHOU       PIC X(01) VALUE "N".
       01 W-TAB-PISO        PIC 9(6)V99 VALUE ZEROS.
	   01 W-LOG-SALBRUTO-ANTES PIC 9(6)V99 VALUE ZEROS.
	   01 W-LOG-SALLIQ-ANTES   PIC 9(6)V99 VALUE ZEROS.

      *---------[ MOVIMENTACOES DE PESSOAL (MOVFOLHA) ]---------
	   01 W-MOV-DEP-ANTES      PIC 9(02) VALUE ZEROS.
	   01 W-MOV-FUN-ANTES      PIC X(01) VALUE SPACES.
	   01 W-MOV-TIPOSAL-ANTES  PIC X(01) VALUE SPACES.
	   01 W-MOV-TIPO           PIC X(01) VALUE SPACES.
	   01 W-MOV-MOTIVO         PIC X(30) VALUE SPACES.
	   01 W-MOV-DATAVIG        PIC 9(08) VALUE ZEROS.
	   01 W-MOV-VIG REDEFINES W-MOV-DATAVIG.
	      03 W-MOV-VIG-ANO     PIC 9(04).
	      03 W-MOV-VIG-MES     PIC 9(02).
	      03 W-MOV-VIG-DIA     PIC 9(02).

	   01 REGLOG.
	      03 LOG-CODIGO          PIC 9(6).
	      03 FILLER              PIC X(01) VALUE SPACE.
      *----[ DEPARTAMENTO e FUNCAO agora vem de arquivo - vide R0 ]----

      *------------[ USUARIO QUE ESTA OPERANDO O PROGRAMA]-------------
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
	       PERFORM ABRE-DEPENDFOLHA THRU ABRE-DEPENDFOLHA-FIM.
	       PERFORM ABRE-FECHAFOLHA THRU ABRE-FECHAFOLHA-FIM.
	       PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.
	       PERFORM ABRE-RUBFOLHA THRU ABRE-RUBFOLHA-FIM.
	       PERFORM ABRE-TABFOLHA THRU ABRE-TABFOLHA-FIM.
	       PERFORM ABRE-MOVFOLHA THRU ABRE-MOVFOLHA-FIM.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
		MOVE SPACES TO W-LOG-NOME-ANTES
		MOVE ZERO TO W-LOG-SALBASE-ANTES W-LOG-SALBRUTO-ANTES
		MOVE ZERO TO W-LOG-SALLIQ-ANTES.
		MOVE ZERO TO W-MOV-DEP-ANTES
		MOVE SPACES TO W-MOV-FUN-ANTES W-MOV-TIPOSAL-ANTES.
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TELAFP.
       R2.
                MOVE SALARIOBASE  TO W-LOG-SALBASE-ANTES
                MOVE SALARIOBRUTO TO W-LOG-SALBRUTO-ANTES
                MOVE SALARIOLIQ   TO W-LOG-SALLIQ-ANTES
                MOVE DEPARTAMENTO TO W-MOV-DEP-ANTES
                MOVE FUNCAO       TO W-MOV-FUN-ANTES
                MOVE TIPOSALARIO  TO W-MOV-TIPOSAL-ANTES
                PERFORM R4A-DESC
                PERFORM R7A
                PERFORM R8A
           ELSE
              MOVE ZEROS TO SALARIOBRUTO
           END-IF.
           PERFORM CALC-BASES THRU CALC-BASES-FIM.
		   DISPLAY TSALARIOBRUTO
		   ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
      * FAIXA, VIA PARCELA A DEDUZIR CALCULADA EM CALC-DEDUZ-FAIXAS.
	   R10.
	       MOVE "I" TO TIPO-BUSCA
	       MOVE W-BASE-INSS TO VALOR-BUSCA
	       PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
	       COMPUTE W-VLR-CALC = W-BASE-INSS * W-PERC-ACHADO
	                          - W-DEDUZ-ACHADO
	       IF W-VLR-CALC < ZEROS
	          MOVE ZEROS TO W-VLR-CALC
               DISPLAY TELAFP
               GO TO R9
           END-IF.
      * IRRF: BASE = RENDIMENTO TRIBUTAVEL - INSS - DEDUCAO POR
      * DEPENDENTE (CONTAGEM DO DEPENDFOLHA JA REFLETIDA EM
      * NUMEROFILHOS), COM PARCELA A DEDUZIR DA FAIXA.
       R11.
       MOVE ZEROS TO W-BASEIRRF
       IF INSS < W-RENDTRIB
          SUBTRACT INSS FROM W-RENDTRIB GIVING W-BASEIRRF
       END-IF
       MULTIPLY NUMEROFILHOS BY W-DEDUCAO-DEP GIVING W-DEDUC-DEP-TOT
       IF W-BASEIRRF > W-DEDUC-DEP-TOT
          SUBTRACT W-DEDUC-DEP-TOT FROM W-BASEIRRF
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO LOG-TIPO-OPER
                      PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                      MOVE "A" TO W-MOV-TIPO
                      PERFORM REGISTRA-MOVIMENTO THRU
                              REGISTRA-MOVIMENTO-FIM
                      PERFORM ARQUIVA-COMPETENCIA THRU
                              ARQUIVA-COMPETENCIA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO LOG-TIPO-OPER
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE SPACE TO W-MOV-TIPO
                   PERFORM REGISTRA-MOVIMENTO THRU
                           REGISTRA-MOVIMENTO-FIM
                   PERFORM ARQUIVA-COMPETENCIA THRU
                           ARQUIVA-COMPETENCIA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS

      *-------------------------------------------------------------------------------------------
      *---------[ ARQUIVAMENTO DE FGTS/HISTORICO POR COMPETENCIA ]------
      * FGTSFOLHA.DAT: 1 DEPOSITO REAL DE 8% SOBRE A BASE DO FGTS POR
      * COMPETENCIA/CODIGO. HISTFOLHA.DAT: FOTOGRAFIA DOS VALORES DA
      * FOLHA NA COMPETENCIA CORRENTE, PARA NAO SE PERDER QUANDO O
      * PROGRREC/PROGRALQ RECALCULAREM MESES SEGUINTES.
      * BASEFOLHA.DAT: BASES DE INSS, IRRF E FGTS DA COMPETENCIA,
      * CONFORME AS INCIDENCIAS DAS RUBRICAS (RUBFOLHA), PARA O
      * CONTRACHEQUE, A EXTRACAO E A DECLARACAO.
       ABRE-FGTSHIST.
           OPEN I-O FGTSFOLHA
           IF ST-FGTS NOT = "00"
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
                 MOVE "ERRO ABERTURA BASEFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-FGTSHIST-FIM.
           EXIT.

       ABRE-OCORFOLHA-FIM.
           EXIT.

      * SOMA AS FALTAS INJUSTIFICADAS (OCO-TIPO = "F"), OS DIAS DE
      * FERIAS EM GOZO (OCO-TIPO = "V", LANCADOS PELO PROGRFER) E OS
      * DIAS DE AFASTAMENTO PAGOS PELO INSS (OCO-TIPO = "L", LANCADOS
      * PELO PROGRAFA) EM OCORFOLHA PARA O FUNCIONARIO NA COMPETENCIA
      * CORRENTE, PARA ABATER DOS DIAS/HORAS PADRAO NO LUGAR DO
      * LANCAMENTO MANUAL - AS FERIAS SAO PAGAS A PARTE PELA RUBRICA
      * 100 E O SALARIO-MATERNIDADE PELA RUBRICA 103. O MENSALISTA NAO
      * PASSA POR AQUI: PARA ELE AS FERIAS E O AFASTAMENTO SAEM COMO
      * ABATE DE BRUTO (RUBRICAS 101 E 102) NOS LANCAMENTOS.
      * ATESTADO (A) E FOLGA (O) NAO REDUZEM O TEMPO TRABALHADO PAGO -
      * SAO APENAS ACOMPANHADOS PELO PROGRFAL.
       SOMA-OCORRENCIAS.
              OR OCO-COMPETENCIA NOT = W-COMPET-FECH
              GO TO SOMA-OCORRENCIAS-FIM
           END-IF.
           IF OCO-TIPO = "F" OR OCO-TIPO = "V" OR OCO-TIPO = "L"
              ADD OCO-QTDEDIAS  TO W-OCOR-DIAS
              ADD OCO-QTDEHORAS TO W-OCOR-HORAS
           END-IF.

       SOMA-LANCAMENTOS.
           MOVE ZEROS TO W-LANC-PROV W-LANC-DESC W-LANC-ABAT
           MOVE ZEROS TO W-EXC-INSS W-EXC-IRRF W-EXC-FGTS
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(1:6) TO W-COMPET-FECH
           MOVE CODIGO         TO LAN-CODIGO
              OR LAN-COMPETENCIA NOT = W-COMPET-FECH
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
              MOVE "RUBFOLHA AUSENTE - INCIDENCIA PADRAO POR TIPO"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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

      *---------[ TABELA SALARIAL POR FUNCAO ]--------------------------
      * TABFOLHA.DAT E MANTIDO PELO PROGRTAB; AQUI E SO CONSULTADO NO
      * R8B. SE AINDA NAO EXISTE, A VALIDACAO DE PISO/TETO E IGNORADA.
       ARQUIVA-COMPETENCIA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(1:6) TO W-COMPET-FECH
           MULTIPLY W-BASE-FGTS BY 0,08 GIVING W-FGTS-DEPOSITO.

           MOVE CODIGO         TO FGTS-CODIGO
           MOVE W-COMPET-FECH  TO FGTS-COMPETENCIA
              INVALID KEY
                 REWRITE REGHIST
           END-WRITE.

           MOVE CODIGO           TO BAS-CODIGO
           MOVE W-COMPET-FECH    TO BAS-COMPETENCIA
           MOVE W-BASE-INSS      TO BAS-BASEINSS
           MOVE W-BASEIRRF       TO BAS-BASEIRRF
           MOVE W-BASE-FGTS      TO BAS-BASEFGTS
           WRITE REGBAS
              INVALID KEY
                 REWRITE REGBAS
           END-WRITE.
       ARQUIVA-COMPETENCIA-FIM.
           EXIT.

           END-WRITE.
       CALC-RESCISAO-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
      *---------[ MOVIMENTACOES DE PESSOAL (MOVFOLHA) ]---------
      * UM REGISTRO POR ADMISSAO (INCLUSAO) E POR ALTERACAO QUE MEXA
      * EM DEPARTAMENTO, FUNCAO, TIPO DE SALARIO OU SALARIO BASE, COM
      * OS VALORES ANTERIORES E NOVOS, A DATA DE VIGENCIA E O MOTIVO.
      * O TIPO E SUGERIDO PELO QUE MUDOU (FUNCAO = PROMOCAO, DEPTO =
      * TRANSFERENCIA, SO SALARIO = REAJUSTE) E PODE SER CORRIGIDO.
      * O DISSIDIO (TIPO D) E GRAVADO PELO PROGRDIS.
       ABRE-MOVFOLHA.
           OPEN I-O MOVFOLHA
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30" OR ST-MOV = "35"
                 OPEN OUTPUT MOVFOLHA
                 CLOSE MOVFOLHA
                 OPEN I-O MOVFOLHA
              ELSE
                 MOVE "ERRO ABERTURA MOVFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-MOVFOLHA-FIM.
           EXIT.

       REGISTRA-MOVIMENTO.
           MOVE SPACES TO W-MOV-MOTIVO
           IF W-MOV-TIPO = "A"
              MOVE "ADMISSAO" TO W-MOV-MOTIVO
              GO TO REGISTRA-MOV-VIG
           END-IF.
           IF FUNCAO NOT = W-MOV-FUN-ANTES
              MOVE "P" TO W-MOV-TIPO
              GO TO REGISTRA-MOV-VIG
           END-IF.
           IF DEPARTAMENTO NOT = W-MOV-DEP-ANTES
              MOVE "T" TO W-MOV-TIPO
              GO TO REGISTRA-MOV-VIG
           END-IF.
           IF SALARIOBASE NOT = W-LOG-SALBASE-ANTES
              OR TIPOSALARIO NOT = W-MOV-TIPOSAL-ANTES
              MOVE "R" TO W-MOV-TIPO
              GO TO REGISTRA-MOV-VIG
           END-IF.
           GO TO REGISTRA-MOVIMENTO-FIM.
       REGISTRA-MOV-VIG.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-MOV-DATAVIG
           DISPLAY (23, 12) "DATA DE VIGENCIA (AAAAMMDD): "
           ACCEPT (23, 42) W-MOV-DATAVIG WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-MOV-DATAVIG = ZEROS
              MOVE W-DATAHOJE TO W-MOV-DATAVIG
           END-IF.
           IF W-MOV-VIG-MES < 1 OR W-MOV-VIG-MES > 12
              OR W-MOV-VIG-DIA < 1 OR W-MOV-VIG-DIA > 31
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-MOV-VIG
           END-IF.
       REGISTRA-MOV-TIPO.
           IF W-MOV-TIPO = "A"
              GO TO REGISTRA-MOV-MOTIVO
           END-IF.
           DISPLAY (23, 12) "P=PROMOCAO T=TRANSFERENCIA R=REAJUSTE: "
           ACCEPT (23, 52) W-MOV-TIPO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           INSPECT W-MOV-TIPO CONVERTING "ptr" TO "PTR".
           IF W-MOV-TIPO NOT = "P" AND "T" AND "R"
              MOVE "*** DIGITE APENAS P, T OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGISTRA-MOV-TIPO
           END-IF.
       REGISTRA-MOV-MOTIVO.
           DISPLAY (23, 12) "MOTIVO: "
           ACCEPT (23, 20) W-MOV-MOTIVO WITH UPDATE
           DISPLAY (23, 12) LIMPA.

           MOVE CODIGO              TO MOV-CODIGO
           MOVE W-MOV-DATAVIG       TO MOV-DATAVIG
           MOVE 1                   TO MOV-SEQ
           MOVE W-MOV-TIPO          TO MOV-TIPO
           MOVE NOME                TO MOV-NOME
           MOVE W-MOV-DEP-ANTES     TO MOV-DEP-ANT
           MOVE DEPARTAMENTO        TO MOV-DEP-NOVO
           MOVE W-MOV-FUN-ANTES     TO MOV-FUN-ANT
           MOVE FUNCAO              TO MOV-FUN-NOVA
           MOVE W-MOV-TIPOSAL-ANTES TO MOV-TIPOSAL-ANT
           MOVE TIPOSALARIO         TO MOV-TIPOSAL-NOVO
           MOVE W-LOG-SALBASE-ANTES TO MOV-SALBASE-ANT
           MOVE SALARIOBASE         TO MOV-SALBASE-NOVO
           MOVE W-MOV-MOTIVO        TO MOV-MOTIVO
           MOVE W-USUARIO           TO MOV-USUARIO
           MOVE W-DATAHOJE          TO MOV-DATAREG.
      * MAIS DE UMA MOVIMENTACAO NA MESMA DATA: PROXIMA SEQUENCIA
       REGISTRA-MOV-GRAVA.
           WRITE REGMOV
           IF ST-MOV = "22" AND MOV-SEQ < 999
              ADD 1 TO MOV-SEQ
              GO TO REGISTRA-MOV-GRAVA
           END-IF.
           IF ST-MOV NOT = "00"
              MOVE "*** ERRO AO GRAVAR MOVFOLHA - VERIFIQUE ***"
                                                      TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       REGISTRA-MOVIMENTO-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFOLHA.
           CLOSE DEPENDFOLHA.
           CLOSE FECHAFOLHA.
           CLOSE LANCFOLHA.
           CLOSE BASEFOLHA.
           CLOSE MOVFOLHA.
           IF W-TAB-OK = "S"
              CLOSE TABFOLHA
           END-IF.
           IF W-RUB-OK = "S"
              CLOSE RUBFOLHA
           END-IF.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
