000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MANUTENCAO-PARAM-APROVACAO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE MANUTENCAO DOS VALORES DE DUPLA
000100*    APROVACAO: ACRESCENTA AO ARQUIVO DE PARAMETROS (APRPARAM,
000110*    LAYOUT APPREC) UM REGISTRO COM UMA DATA DE INICIO DE
000120*    VIGENCIA - QUE PODE SER FUTURA - E OS VALORES ACIMA DOS
000130*    QUAIS O AJUSTE DE SALDO E O AUMENTO DE LIMITE DE CREDITO
000140*    DEIXAM DE SER EFETIVADOS NA HORA E VAO PARA APROVACAO DE
000150*    UMA SEGUNDA PESSOA.  O SUBPROGRAMA VERIFICAR-ALCADA CARREGA
000160*    O ARQUIVO EM TEMPO DE EXECUCAO - A MESMA MECANICA DO
000170*    TXPARAM, DO TARPARAM E DO LIMPARAM.
000180*
000190*    SO UM GERENTE ATIVO NO CADASTRO DE OPERADORES PODE
000200*    CADASTRAR UMA VIGENCIA.
000210*
000220*    CADA EXECUCAO CADASTRA UMA UNICA VIGENCIA, DA MESMA FORMA
000230*    QUE AS DEMAIS TRANSACOES ONLINE ATENDEM UMA OPERACAO POR
000240*    EXECUCAO.
000250*----------------------------------------------------------------
000260*    HISTORICO DE ALTERACOES
000270*----------------------------------------------------------------
000280*    2026-10-15  EQC  VERSAO ORIGINAL.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQUIVO-PARAMETROS ASSIGN TO "APRPARAM"
000390         ORGANIZATION IS SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WK-FS-APRPARAM.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQUIVO-PARAMETROS
000460     LABEL RECORDS ARE STANDARD.
000470     COPY APPREC.
000480*
000490 WORKING-STORAGE SECTION.
000500*
000510 77  WK-FS-APRPARAM          PIC X(02) VALUE "00".
000520     88  WK-FS-APRPARAM-OK              VALUE "00".
000530     88  WK-FS-APRPARAM-INEXISTENTE     VALUE "35".
000540*
000550 77  WK-SW-ARQUIVO-PARAMETROS
000560                             PIC X(01) VALUE "S".
000570     88  WK-ARQUIVO-PARAMETROS-OK       VALUE "S".
000580     88  WK-ARQUIVO-PARAMETROS-INDISPONIVEL
000590                                        VALUE "N".
000600*
000610 77  WK-SW-VIGENCIA          PIC X(01) VALUE "N".
000620     88  WK-VIGENCIA-VALIDA              VALUE "S".
000630     88  WK-VIGENCIA-INVALIDA            VALUE "N".
000640*
000650 77  WK-SW-VALOR             PIC X(01) VALUE "N".
000660     88  WK-VALOR-VALIDO                 VALUE "S".
000670     88  WK-VALOR-INVALIDO               VALUE "N".
000680*
000690 77  WK-OPERADOR-ID          PIC X(08) VALUE SPACES.
000700 77  WK-DATA-HOJE            PIC 9(08) VALUE ZERO.
000710 77  WK-DATA-VIGENCIA        PIC 9(08) VALUE ZERO.
000720 77  WK-VALOR-DIGITOS        PIC 9(09)V99 VALUE ZERO.
000730 77  WK-ROTULO-VALOR         PIC X(30) VALUE SPACES.
000740*
000750     COPY ALCPARM.
000760*
000770 PROCEDURE DIVISION.
000780*
000790 0000-MAINLINE.
000800     PERFORM 1000-INICIALIZAR
000810         THRU 1000-INICIALIZAR-EXIT.
000820*
000830     IF WK-ARQUIVO-PARAMETROS-OK
000840         MOVE "AJUSTE DE SALDO ACIMA DE" TO WK-ROTULO-VALOR
000850         PERFORM 2000-OBTER-VALOR
000860             THRU 2000-OBTER-VALOR-EXIT
000870         MOVE WK-VALOR-DIGITOS TO APP-VL-AJUSTE-APROVACAO
000880*
000890         MOVE "AUMENTO DE LIMITE ACIMA DE" TO WK-ROTULO-VALOR
000900         PERFORM 2000-OBTER-VALOR
000910             THRU 2000-OBTER-VALOR-EXIT
000920         MOVE WK-VALOR-DIGITOS TO APP-VL-AUMENTO-APROVACAO
000930*
000940         PERFORM 3000-GRAVAR-VIGENCIA
000950             THRU 3000-GRAVAR-VIGENCIA-EXIT
000960*
000970         PERFORM 8000-FINALIZAR
000980             THRU 8000-FINALIZAR-EXIT
000990     END-IF.
001000*
001010     GO TO 9999-FIM.
001020*
001030 1000-INICIALIZAR.
001040*----------------------------------------------------------------
001050*    CONFERE A MATRICULA DE QUEM CADASTRA (GERENTE ATIVO), ABRE
001060*    O ARQUIVO DE PARAMETROS PARA ACRESCIMO E OBTEM A DATA DE
001070*    INICIO DE VIGENCIA DOS NOVOS VALORES.  SO O STATUS 35
001080*    (ARQUIVO AINDA INEXISTENTE) JUSTIFICA CRIA-LO COM OPEN
001090*    OUTPUT; QUALQUER OUTRA FALHA ENCERRA A TRANSACAO SEM
001100*    GRAVAR - MESMO PADRAO DE MANUTENCAO-TARIFAS.
001110*----------------------------------------------------------------
001120     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001130*
001140     PERFORM 1200-LER-OPERADOR
001150         THRU 1200-LER-OPERADOR-EXIT
001160         UNTIL WK-OPERADOR-ID IS NOT EQUAL TO SPACES.
001170*
001180     SET ALC-FN-VERIFICAR TO TRUE.
001190     SET ALC-EXIGE-GERENTE TO TRUE.
001200     MOVE WK-OPERADOR-ID  TO ALC-OPERADOR-ID.
001210     MOVE ZERO            TO ALC-VALOR.
001220     MOVE WK-DATA-HOJE    TO ALC-DATA-REFERENCIA.
001230     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
001240     SET ALC-FN-FINALIZAR TO TRUE.
001250     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
001260*
001270     IF NOT ALC-ACEITO
001280         DISPLAY "ACAO RECUSADA - " ALC-MOTIVO-RECUSA
001290         SET WK-ARQUIVO-PARAMETROS-INDISPONIVEL TO TRUE
001300         GO TO 1000-INICIALIZAR-EXIT
001310     END-IF.
001320*
001330     OPEN EXTEND ARQUIVO-PARAMETROS.
001340     EVALUATE TRUE
001350         WHEN WK-FS-APRPARAM-OK
001360             CONTINUE
001370         WHEN WK-FS-APRPARAM-INEXISTENTE
001380             OPEN OUTPUT ARQUIVO-PARAMETROS
001390         WHEN OTHER
001400             DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS - "
001410                     "FILE STATUS " WK-FS-APRPARAM
001420                     " - NENHUMA VIGENCIA GRAVADA."
001430             SET WK-ARQUIVO-PARAMETROS-INDISPONIVEL TO TRUE
001440             MOVE 12 TO RETURN-CODE
001450             GO TO 1000-INICIALIZAR-EXIT
001460     END-EVALUATE.
001470*
001480     PERFORM 1100-LER-DATA-VIGENCIA
001490         THRU 1100-LER-DATA-VIGENCIA-EXIT
001500         UNTIL WK-VIGENCIA-VALIDA.
001510*
001520     MOVE SPACES           TO APP-REGISTRO.
001530     MOVE WK-DATA-VIGENCIA TO APP-DATA-INICIO-VIGENCIA.
001540*
001550 1000-INICIALIZAR-EXIT.
001560     EXIT.
001570*
001580 1100-LER-DATA-VIGENCIA.
001590*----------------------------------------------------------------
001600*    SOLICITA A DATA DE INICIO DE VIGENCIA (AAAAMMDD),
001610*    REPETINDO A PERGUNTA ATE RECEBER UMA DATA NUMERICA.
001620*----------------------------------------------------------------
001630     DISPLAY "DATA DE INICIO DE VIGENCIA (AAAAMMDD): ".
001640     ACCEPT WK-DATA-VIGENCIA.
001650*
001660     IF WK-DATA-VIGENCIA IS NOT NUMERIC
001670        OR WK-DATA-VIGENCIA IS EQUAL TO ZERO
001680         DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
001690         GO TO 1100-LER-DATA-VIGENCIA-EXIT
001700     END-IF.
001710*
001720     SET WK-VIGENCIA-VALIDA TO TRUE.
001730*
001740 1100-LER-DATA-VIGENCIA-EXIT.
001750     EXIT.
001760*
001770 1200-LER-OPERADOR.
001780*----------------------------------------------------------------
001790*    SOLICITA A MATRICULA DO GERENTE RESPONSAVEL PELA VIGENCIA;
001800*    NAO ACEITA MATRICULA EM BRANCO.
001810*----------------------------------------------------------------
001820     DISPLAY "MATRICULA DO GERENTE: ".
001830     ACCEPT WK-OPERADOR-ID.
001840*
001850     IF WK-OPERADOR-ID EQUAL TO SPACES
001860         DISPLAY "MATRICULA DO GERENTE E OBRIGATORIA."
001870     END-IF.
001880*
001890 1200-LER-OPERADOR-EXIT.
001900     EXIT.
001910*
001920 2000-OBTER-VALOR.
001930*----------------------------------------------------------------
001940*    OBTEM UM DOS VALORES DA VIGENCIA (ROTULO JA CARREGADO
001950*    PELO CHAMADOR), REPETINDO A PERGUNTA ATE RECEBER UM VALOR
001960*    NUMERICO.  ZERO MANDA PARA APROVACAO TODA ACAO COM VALOR.
001970*----------------------------------------------------------------
001980     SET WK-VALOR-INVALIDO TO TRUE.
001990     PERFORM 2100-LER-E-VALIDAR-VALOR
002000         THRU 2100-LER-E-VALIDAR-VALOR-EXIT
002010         UNTIL WK-VALOR-VALIDO.
002020*
002030 2000-OBTER-VALOR-EXIT.
002040     EXIT.
002050*
002060 2100-LER-E-VALIDAR-VALOR.
002070*----------------------------------------------------------------
002080*    LE UM VALOR (9 INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA
002090*    O FORMATO NUMERICO.
002100*----------------------------------------------------------------
002110     DISPLAY WK-ROTULO-VALOR
002120             " (11 DIGITOS, EX: 00001000000 = 10000.00): ".
002130     ACCEPT WK-VALOR-DIGITOS.
002140*
002150     IF WK-VALOR-DIGITOS IS NOT NUMERIC
002160         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
002170         GO TO 2100-LER-E-VALIDAR-VALOR-EXIT
002180     END-IF.
002190*
002200     SET WK-VALOR-VALIDO TO TRUE.
002210*
002220 2100-LER-E-VALIDAR-VALOR-EXIT.
002230     EXIT.
002240*
002250 3000-GRAVAR-VIGENCIA.
002260*----------------------------------------------------------------
002270*    GRAVA O REGISTRO DE VIGENCIA NO ARQUIVO DE PARAMETROS E
002280*    EXIBE A CONFIRMACAO DO QUE FOI CADASTRADO.
002290*----------------------------------------------------------------
002300     WRITE APP-REGISTRO.
002310*
002320     IF NOT WK-FS-APRPARAM-OK
002330         DISPLAY "ERRO AO GRAVAR A VIGENCIA - FILE STATUS "
002340                 WK-FS-APRPARAM
002350         GO TO 3000-GRAVAR-VIGENCIA-EXIT
002360     END-IF.
002370*
002380     DISPLAY "VIGENCIA GRAVADA A PARTIR DE "
002390             APP-DATA-INICIO-VIGENCIA " POR " WK-OPERADOR-ID ":".
002400     DISPLAY "  APROVACAO - AJUSTE DE SALDO ACIMA DE....: "
002410             APP-VL-AJUSTE-APROVACAO.
002420     DISPLAY "  APROVACAO - AUMENTO DE LIMITE ACIMA DE..: "
002430             APP-VL-AUMENTO-APROVACAO.
002440*
002450 3000-GRAVAR-VIGENCIA-EXIT.
002460     EXIT.
002470*
002480 8000-FINALIZAR.
002490*----------------------------------------------------------------
002500*    FECHA O ARQUIVO DE PARAMETROS.
002510*----------------------------------------------------------------
002520     CLOSE ARQUIVO-PARAMETROS.
002530*
002540 8000-FINALIZAR-EXIT.
002550     EXIT.
002560*
002570 9999-FIM.
002580     STOP RUN.
