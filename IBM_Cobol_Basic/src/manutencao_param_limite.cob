000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MANUTENCAO-PARAM-LIMITE.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE MANUTENCAO DAS REGRAS DA REVISAO
000100*    MENSAL DE LIMITES DE CREDITO: ACRESCENTA AO ARQUIVO DE
000110*    PARAMETROS (LIMPARAM, LAYOUT LRPREC) UM REGISTRO COM UMA
000120*    DATA DE INICIO DE VIGENCIA - QUE PODE SER FUTURA - E OS
000130*    CRITERIOS E PERCENTUAIS DE AUMENTO E DE REDUCAO QUE VALEM
000140*    A PARTIR DELA.  A REVISAO (REVISAO-LIMITES) CARREGA O
000150*    ARQUIVO EM TEMPO DE EXECUCAO - A MESMA MECANICA DO
000160*    TXPARAM, DO TARPARAM E DO CFPARAM.
000170*
000180*    DIAS VAO DE 0 A 90 (A JANELA DA REVISAO), A QUANTIDADE DE
000190*    REJEICOES DE 1 A 999 E OS PERCENTUAIS NAO PODEM SER ZERO -
000200*    O DE REDUCAO NO MAXIMO 100; A TRANSACAO REPETE A PERGUNTA
000210*    ATE RECEBER VALORES COERENTES.
000220*
000230*    CADA EXECUCAO CADASTRA UMA UNICA VIGENCIA, DA MESMA FORMA
000240*    QUE AS DEMAIS TRANSACOES ONLINE ATENDEM UMA OPERACAO POR
000250*    EXECUCAO.
000260*----------------------------------------------------------------
000270*    HISTORICO DE ALTERACOES
000280*----------------------------------------------------------------
000290*    2026-10-15  EQC  VERSAO ORIGINAL.
000300*----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQUIVO-PARAMETROS ASSIGN TO "LIMPARAM"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WK-FS-LIMPARAM.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQUIVO-PARAMETROS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY LRPREC.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520 77  WK-FS-LIMPARAM          PIC X(02) VALUE "00".
000530     88  WK-FS-LIMPARAM-OK              VALUE "00".
000540     88  WK-FS-LIMPARAM-INEXISTENTE     VALUE "35".
000550*
000560 77  WK-SW-ARQUIVO-PARAMETROS
000570                             PIC X(01) VALUE "S".
000580     88  WK-ARQUIVO-PARAMETROS-OK       VALUE "S".
000590     88  WK-ARQUIVO-PARAMETROS-INDISPONIVEL
000600                                        VALUE "N".
000610*
000620 77  WK-SW-VIGENCIA          PIC X(01) VALUE "N".
000630     88  WK-VIGENCIA-VALIDA              VALUE "S".
000640     88  WK-VIGENCIA-INVALIDA            VALUE "N".
000650*
000660 77  WK-SW-VALOR             PIC X(01) VALUE "N".
000670     88  WK-VALOR-VALIDO                 VALUE "S".
000680     88  WK-VALOR-INVALIDO               VALUE "N".
000690*
000700 77  WK-SW-QUANTIDADE        PIC X(01) VALUE "N".
000710     88  WK-QUANTIDADE-VALIDA            VALUE "S".
000720     88  WK-QUANTIDADE-INVALIDA          VALUE "N".
000730*
000740 77  WK-SW-PERCENTUAL        PIC X(01) VALUE "N".
000750     88  WK-PERCENTUAL-VALIDO            VALUE "S".
000760     88  WK-PERCENTUAL-INVALIDO          VALUE "N".
000770*
000780 77  WK-DATA-VIGENCIA        PIC 9(08) VALUE ZERO.
000790 77  WK-VALOR-DIGITOS        PIC 9(09)V99 VALUE ZERO.
000800 77  WK-QUANTIDADE-DIGITOS   PIC 9(03) VALUE ZERO.
000810 77  WK-QUANTIDADE-MINIMO    PIC 9(03) VALUE ZERO.
000820 77  WK-QUANTIDADE-MAXIMO    PIC 9(03) VALUE ZERO.
000830 77  WK-PERCENTUAL-DIGITOS   PIC 9(03)V99 VALUE ZERO.
000840 77  WK-PERCENTUAL-MAXIMO    PIC 9(03)V99 VALUE ZERO.
000850 77  WK-ROTULO-VALOR         PIC X(30) VALUE SPACES.
000860*
000870 PROCEDURE DIVISION.
000880*
000890 0000-MAINLINE.
000900     PERFORM 1000-INICIALIZAR
000910         THRU 1000-INICIALIZAR-EXIT.
000920*
000930     IF WK-ARQUIVO-PARAMETROS-OK
000940         DISPLAY "--- REGRAS DE AUMENTO DE LIMITE ---"
000950*
000960         MOVE "REJEICOES POR LIMITE" TO WK-ROTULO-VALOR
000970         MOVE 1   TO WK-QUANTIDADE-MINIMO
000980         MOVE 999 TO WK-QUANTIDADE-MAXIMO
000990         PERFORM 2300-OBTER-QUANTIDADE
001000             THRU 2300-OBTER-QUANTIDADE-EXIT
001010         MOVE WK-QUANTIDADE-DIGITOS TO LRP-QT-REJ-AUMENTO
001020*
001030         MOVE "MAXIMO DE DIAS NEGATIVO" TO WK-ROTULO-VALOR
001040         MOVE ZERO TO WK-QUANTIDADE-MINIMO
001050         MOVE 90   TO WK-QUANTIDADE-MAXIMO
001060         PERFORM 2300-OBTER-QUANTIDADE
001070             THRU 2300-OBTER-QUANTIDADE-EXIT
001080         MOVE WK-QUANTIDADE-DIGITOS TO LRP-QT-DIAS-NEG-AUMENTO
001090*
001100         MOVE "SALDO MEDIO MINIMO" TO WK-ROTULO-VALOR
001110         PERFORM 2000-OBTER-VALOR
001120             THRU 2000-OBTER-VALOR-EXIT
001130         MOVE WK-VALOR-DIGITOS TO LRP-VL-SALDO-MEDIO-AUMENTO
001140*
001150         MOVE "PERCENTUAL DE AUMENTO" TO WK-ROTULO-VALOR
001160         MOVE 999.99 TO WK-PERCENTUAL-MAXIMO
001170         PERFORM 2400-OBTER-PERCENTUAL
001180             THRU 2400-OBTER-PERCENTUAL-EXIT
001190         MOVE WK-PERCENTUAL-DIGITOS TO LRP-PC-AUMENTO
001200*
001210         MOVE "AUMENTO MINIMO" TO WK-ROTULO-VALOR
001220         PERFORM 2000-OBTER-VALOR
001230             THRU 2000-OBTER-VALOR-EXIT
001240         MOVE WK-VALOR-DIGITOS TO LRP-VL-AUMENTO-MINIMO
001250*
001260         MOVE "LIMITE MAXIMO" TO WK-ROTULO-VALOR
001270         PERFORM 2000-OBTER-VALOR
001280             THRU 2000-OBTER-VALOR-EXIT
001290         MOVE WK-VALOR-DIGITOS TO LRP-VL-LIMITE-MAXIMO
001300*
001310         DISPLAY "--- REGRAS DE REDUCAO DE LIMITE ---"
001320*
001330         MOVE "DIAS NEGATIVO (0 DESLIGA)" TO WK-ROTULO-VALOR
001340         MOVE ZERO TO WK-QUANTIDADE-MINIMO
001350         MOVE 90   TO WK-QUANTIDADE-MAXIMO
001360         PERFORM 2300-OBTER-QUANTIDADE
001370             THRU 2300-OBTER-QUANTIDADE-EXIT
001380         MOVE WK-QUANTIDADE-DIGITOS TO LRP-QT-DIAS-NEG-REDUCAO
001390*
001400         MOVE "JUROS DEVEDORES (0 DESLIGA)" TO WK-ROTULO-VALOR
001410         PERFORM 2000-OBTER-VALOR
001420             THRU 2000-OBTER-VALOR-EXIT
001430         MOVE WK-VALOR-DIGITOS TO LRP-VL-JUROS-REDUCAO
001440*
001450         MOVE "PERCENTUAL DE REDUCAO" TO WK-ROTULO-VALOR
001460         MOVE 100 TO WK-PERCENTUAL-MAXIMO
001470         PERFORM 2400-OBTER-PERCENTUAL
001480             THRU 2400-OBTER-PERCENTUAL-EXIT
001490         MOVE WK-PERCENTUAL-DIGITOS TO LRP-PC-REDUCAO
001500*
001510         PERFORM 3000-GRAVAR-VIGENCIA
001520             THRU 3000-GRAVAR-VIGENCIA-EXIT
001530*
001540         PERFORM 8000-FINALIZAR
001550             THRU 8000-FINALIZAR-EXIT
001560     END-IF.
001570*
001580     GO TO 9999-FIM.
001590*
001600 1000-INICIALIZAR.
001610*----------------------------------------------------------------
001620*    ABRE O ARQUIVO DE PARAMETROS PARA ACRESCIMO E OBTEM A
001630*    DATA DE INICIO DE VIGENCIA DAS NOVAS REGRAS.  SO O
001640*    STATUS 35 (ARQUIVO AINDA INEXISTENTE) JUSTIFICA CRIA-LO
001650*    COM OPEN OUTPUT; QUALQUER OUTRA FALHA ENCERRA A TRANSACAO
001660*    SEM GRAVAR - MESMO PADRAO DE MANUTENCAO-TARIFAS.
001670*----------------------------------------------------------------
001680     OPEN EXTEND ARQUIVO-PARAMETROS.
001690     EVALUATE TRUE
001700         WHEN WK-FS-LIMPARAM-OK
001710             CONTINUE
001720         WHEN WK-FS-LIMPARAM-INEXISTENTE
001730             OPEN OUTPUT ARQUIVO-PARAMETROS
001740         WHEN OTHER
001750             DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS - "
001760                     "FILE STATUS " WK-FS-LIMPARAM
001770                     " - NENHUMA VIGENCIA GRAVADA."
001780             SET WK-ARQUIVO-PARAMETROS-INDISPONIVEL TO TRUE
001790             MOVE 12 TO RETURN-CODE
001800             GO TO 1000-INICIALIZAR-EXIT
001810     END-EVALUATE.
001820*
001830     PERFORM 1100-LER-DATA-VIGENCIA
001840         THRU 1100-LER-DATA-VIGENCIA-EXIT
001850         UNTIL WK-VIGENCIA-VALIDA.
001860*
001870     MOVE SPACES           TO LRP-REGISTRO.
001880     MOVE WK-DATA-VIGENCIA TO LRP-DATA-INICIO-VIGENCIA.
001890*
001900 1000-INICIALIZAR-EXIT.
001910     EXIT.
001920*
001930 1100-LER-DATA-VIGENCIA.
001940*----------------------------------------------------------------
001950*    SOLICITA A DATA DE INICIO DE VIGENCIA (AAAAMMDD),
001960*    REPETINDO A PERGUNTA ATE RECEBER UMA DATA NUMERICA.
001970*----------------------------------------------------------------
001980     DISPLAY "DATA DE INICIO DE VIGENCIA (AAAAMMDD): ".
001990     ACCEPT WK-DATA-VIGENCIA.
002000*
002010     IF WK-DATA-VIGENCIA IS NOT NUMERIC
002020        OR WK-DATA-VIGENCIA IS EQUAL TO ZERO
002030         DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
002040         GO TO 1100-LER-DATA-VIGENCIA-EXIT
002050     END-IF.
002060*
002070     SET WK-VIGENCIA-VALIDA TO TRUE.
002080*
002090 1100-LER-DATA-VIGENCIA-EXIT.
002100     EXIT.
002110*
002120 2000-OBTER-VALOR.
002130*----------------------------------------------------------------
002140*    OBTEM UM DOS VALORES DA VIGENCIA (ROTULO JA CARREGADO
002150*    PELO CHAMADOR), REPETINDO A PERGUNTA ATE RECEBER UM VALOR
002160*    NUMERICO.
002170*----------------------------------------------------------------
002180     SET WK-VALOR-INVALIDO TO TRUE.
002190     PERFORM 2100-LER-E-VALIDAR-VALOR
002200         THRU 2100-LER-E-VALIDAR-VALOR-EXIT
002210         UNTIL WK-VALOR-VALIDO.
002220*
002230 2000-OBTER-VALOR-EXIT.
002240     EXIT.
002250*
002260 2100-LER-E-VALIDAR-VALOR.
002270*----------------------------------------------------------------
002280*    LE UM VALOR (9 INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA
002290*    O FORMATO NUMERICO.
002300*----------------------------------------------------------------
002310     DISPLAY WK-ROTULO-VALOR
002320             " (11 DIGITOS, EX: 00001000000 = 10000.00): ".
002330     ACCEPT WK-VALOR-DIGITOS.
002340*
002350     IF WK-VALOR-DIGITOS IS NOT NUMERIC
002360         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
002370         GO TO 2100-LER-E-VALIDAR-VALOR-EXIT
002380     END-IF.
002390*
002400     SET WK-VALOR-VALIDO TO TRUE.
002410*
002420 2100-LER-E-VALIDAR-VALOR-EXIT.
002430     EXIT.
002440*
002450 2300-OBTER-QUANTIDADE.
002460*----------------------------------------------------------------
002470*    OBTEM UMA QUANTIDADE (ROTULO, MINIMO E MAXIMO JA
002480*    CARREGADOS PELO CHAMADOR), REPETINDO A PERGUNTA ATE
002490*    RECEBER UM VALOR NUMERICO DENTRO DA FAIXA.
002500*----------------------------------------------------------------
002510     SET WK-QUANTIDADE-INVALIDA TO TRUE.
002520     PERFORM 2310-LER-E-VALIDAR-QUANTIDADE
002530         THRU 2310-LER-E-VALIDAR-QUANTIDADE-EXIT
002540         UNTIL WK-QUANTIDADE-VALIDA.
002550*
002560 2300-OBTER-QUANTIDADE-EXIT.
002570     EXIT.
002580*
002590 2310-LER-E-VALIDAR-QUANTIDADE.
002600*----------------------------------------------------------------
002610*    LE UMA QUANTIDADE (3 DIGITOS) E VALIDA FORMATO E FAIXA.
002620*----------------------------------------------------------------
002630     DISPLAY WK-ROTULO-VALOR
002640             " (3 DIGITOS, EX: 010 = 10): ".
002650     ACCEPT WK-QUANTIDADE-DIGITOS.
002660*
002670     IF WK-QUANTIDADE-DIGITOS IS NOT NUMERIC
002680        OR WK-QUANTIDADE-DIGITOS IS LESS THAN WK-QUANTIDADE-MINIMO
002690        OR WK-QUANTIDADE-DIGITOS
002700             IS GREATER THAN WK-QUANTIDADE-MAXIMO
002710         DISPLAY "QUANTIDADE INVALIDA (" WK-QUANTIDADE-MINIMO
002720                 " A " WK-QUANTIDADE-MAXIMO
002730                 ") - TENTE NOVAMENTE."
002740         GO TO 2310-LER-E-VALIDAR-QUANTIDADE-EXIT
002750     END-IF.
002760*
002770     SET WK-QUANTIDADE-VALIDA TO TRUE.
002780*
002790 2310-LER-E-VALIDAR-QUANTIDADE-EXIT.
002800     EXIT.
002810*
002820 2400-OBTER-PERCENTUAL.
002830*----------------------------------------------------------------
002840*    OBTEM UM PERCENTUAL (ROTULO E MAXIMO JA CARREGADOS PELO
002850*    CHAMADOR), REPETINDO A PERGUNTA ATE RECEBER UM VALOR
002860*    NUMERICO MAIOR QUE ZERO E NAO ACIMA DO MAXIMO.
002870*----------------------------------------------------------------
002880     SET WK-PERCENTUAL-INVALIDO TO TRUE.
002890     PERFORM 2410-LER-E-VALIDAR-PERCENTUAL
002900         THRU 2410-LER-E-VALIDAR-PERCENTUAL-EXIT
002910         UNTIL WK-PERCENTUAL-VALIDO.
002920*
002930 2400-OBTER-PERCENTUAL-EXIT.
002940     EXIT.
002950*
002960 2410-LER-E-VALIDAR-PERCENTUAL.
002970*----------------------------------------------------------------
002980*    LE UM PERCENTUAL (3 INTEIROS E 2 DECIMAIS, SEM PONTO) E
002990*    VALIDA FORMATO E FAIXA.
003000*----------------------------------------------------------------
003010     DISPLAY WK-ROTULO-VALOR
003020             " (5 DIGITOS, EX: 01000 = 10.00%): ".
003030     ACCEPT WK-PERCENTUAL-DIGITOS.
003040*
003050     IF WK-PERCENTUAL-DIGITOS IS NOT NUMERIC
003060        OR WK-PERCENTUAL-DIGITOS IS EQUAL TO ZERO
003070        OR WK-PERCENTUAL-DIGITOS
003080             IS GREATER THAN WK-PERCENTUAL-MAXIMO
003090         DISPLAY "PERCENTUAL INVALIDO (ACIMA DE ZERO E ATE "
003100                 WK-PERCENTUAL-MAXIMO ") - TENTE NOVAMENTE."
003110         GO TO 2410-LER-E-VALIDAR-PERCENTUAL-EXIT
003120     END-IF.
003130*
003140     SET WK-PERCENTUAL-VALIDO TO TRUE.
003150*
003160 2410-LER-E-VALIDAR-PERCENTUAL-EXIT.
003170     EXIT.
003180*
003190 3000-GRAVAR-VIGENCIA.
003200*----------------------------------------------------------------
003210*    GRAVA O REGISTRO DE VIGENCIA NO ARQUIVO DE PARAMETROS E
003220*    EXIBE A CONFIRMACAO DO QUE FOI CADASTRADO.
003230*----------------------------------------------------------------
003240     WRITE LRP-REGISTRO.
003250*
003260     IF NOT WK-FS-LIMPARAM-OK
003270         DISPLAY "ERRO AO GRAVAR A VIGENCIA - FILE STATUS "
003280                 WK-FS-LIMPARAM
003290         GO TO 3000-GRAVAR-VIGENCIA-EXIT
003300     END-IF.
003310*
003320     DISPLAY "VIGENCIA GRAVADA A PARTIR DE "
003330             LRP-DATA-INICIO-VIGENCIA ":".
003340     DISPLAY "  AUMENTO - REJEICOES POR LIMITE: "
003350             LRP-QT-REJ-AUMENTO.
003360     DISPLAY "  AUMENTO - MAXIMO DIAS NEGATIVO: "
003370             LRP-QT-DIAS-NEG-AUMENTO.
003380     DISPLAY "  AUMENTO - SALDO MEDIO MINIMO..: "
003390             LRP-VL-SALDO-MEDIO-AUMENTO.
003400     DISPLAY "  AUMENTO - PERCENTUAL..........: "
003410             LRP-PC-AUMENTO.
003420     DISPLAY "  AUMENTO - VALOR MINIMO........: "
003430             LRP-VL-AUMENTO-MINIMO.
003440     DISPLAY "  AUMENTO - LIMITE MAXIMO.......: "
003450             LRP-VL-LIMITE-MAXIMO.
003460     DISPLAY "  REDUCAO - DIAS NEGATIVO.......: "
003470             LRP-QT-DIAS-NEG-REDUCAO.
003480     DISPLAY "  REDUCAO - JUROS DEVEDORES.....: "
003490             LRP-VL-JUROS-REDUCAO.
003500     DISPLAY "  REDUCAO - PERCENTUAL..........: "
003510             LRP-PC-REDUCAO.
003520*
003530 3000-GRAVAR-VIGENCIA-EXIT.
003540     EXIT.
003550*
003560 8000-FINALIZAR.
003570*----------------------------------------------------------------
003580*    FECHA O ARQUIVO DE PARAMETROS.
003590*----------------------------------------------------------------
003600     CLOSE ARQUIVO-PARAMETROS.
003610*
003620 8000-FINALIZAR-EXIT.
003630     EXIT.
003640*
003650 9999-FIM.
003660     STOP RUN.
