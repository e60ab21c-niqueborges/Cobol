000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MANUTENCAO-PARAM-COAF.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE MANUTENCAO DOS PARAMETROS DA ANALISE
000100*    DE MOVIMENTACOES PARA COMUNICACAO AO COAF: ACRESCENTA AO
000110*    ARQUIVO DE PARAMETROS (CFPARAM, LAYOUT CFPREC) UM REGISTRO
000120*    COM UMA DATA DE INICIO DE VIGENCIA - QUE PODE SER FUTURA -
000130*    E O LIMITE DE COMUNICACAO, O PISO E A JANELA EM DIAS DO
000140*    FRACIONAMENTO, OS DIAS DE INATIVIDADE E O VALOR DE
000150*    REATIVACAO QUE VALEM A PARTIR DELA.  A ANALISE
000160*    (COMUNICACAO-COAF) CARREGA O ARQUIVO EM TEMPO DE EXECUCAO
000170*    - A MESMA MECANICA DO TXPARAM E DO TARPARAM.
000180*
000190*    O PISO TEM DE FICAR ABAIXO DO LIMITE E AS JANELAS EM DIAS
000200*    NAO PODEM SER ZERO; A TRANSACAO REPETE A PERGUNTA ATE
000210*    RECEBER VALORES COERENTES.
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
000390     SELECT ARQUIVO-PARAMETROS ASSIGN TO "CFPARAM"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WK-FS-CFPARAM.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQUIVO-PARAMETROS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY CFPREC.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520 77  WK-FS-CFPARAM           PIC X(02) VALUE "00".
000530     88  WK-FS-CFPARAM-OK               VALUE "00".
000540     88  WK-FS-CFPARAM-INEXISTENTE      VALUE "35".
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
000700 77  WK-SW-PISO              PIC X(01) VALUE "N".
000710     88  WK-PISO-VALIDO                  VALUE "S".
000720     88  WK-PISO-INVALIDO                VALUE "N".
000730*
000740 77  WK-SW-DIAS              PIC X(01) VALUE "N".
000750     88  WK-DIAS-VALIDO                  VALUE "S".
000760     88  WK-DIAS-INVALIDO                VALUE "N".
000770*
000780 77  WK-DATA-VIGENCIA        PIC 9(08) VALUE ZERO.
000790 77  WK-VALOR-DIGITOS        PIC 9(09)V99 VALUE ZERO.
000800 77  WK-DIAS-DIGITOS         PIC 9(05) VALUE ZERO.
000810 77  WK-DIAS-MAXIMO          PIC 9(05) VALUE ZERO.
000820 77  WK-ROTULO-VALOR         PIC X(30) VALUE SPACES.
000830*
000840 PROCEDURE DIVISION.
000850*
000860 0000-MAINLINE.
000870     PERFORM 1000-INICIALIZAR
000880         THRU 1000-INICIALIZAR-EXIT.
000890*
000900     IF WK-ARQUIVO-PARAMETROS-OK
000910         MOVE "LIMITE DE COMUNICACAO" TO WK-ROTULO-VALOR
000920         PERFORM 2000-OBTER-VALOR
000930             THRU 2000-OBTER-VALOR-EXIT
000940         MOVE WK-VALOR-DIGITOS TO CFP-VL-LIMITE-COMUNICACAO
000950*
000960         SET WK-PISO-INVALIDO TO TRUE
000970         PERFORM 2200-OBTER-PISO
000980             THRU 2200-OBTER-PISO-EXIT
000990             UNTIL WK-PISO-VALIDO
001000*
001010         MOVE "JANELA DE FRACIONAMENTO" TO WK-ROTULO-VALOR
001020         MOVE 999 TO WK-DIAS-MAXIMO
001030         PERFORM 2300-OBTER-DIAS
001040             THRU 2300-OBTER-DIAS-EXIT
001050         MOVE WK-DIAS-DIGITOS TO CFP-QT-DIAS-FRACIONAMENTO
001060*
001070         MOVE "DIAS DE INATIVIDADE" TO WK-ROTULO-VALOR
001080         MOVE 99999 TO WK-DIAS-MAXIMO
001090         PERFORM 2300-OBTER-DIAS
001100             THRU 2300-OBTER-DIAS-EXIT
001110         MOVE WK-DIAS-DIGITOS TO CFP-QT-DIAS-INATIVIDADE
001120*
001130         MOVE "VALOR DE REATIVACAO" TO WK-ROTULO-VALOR
001140         PERFORM 2000-OBTER-VALOR
001150             THRU 2000-OBTER-VALOR-EXIT
001160         MOVE WK-VALOR-DIGITOS TO CFP-VL-REATIVACAO
001170*
001180         PERFORM 3000-GRAVAR-VIGENCIA
001190             THRU 3000-GRAVAR-VIGENCIA-EXIT
001200*
001210         PERFORM 8000-FINALIZAR
001220             THRU 8000-FINALIZAR-EXIT
001230     END-IF.
001240*
001250     GO TO 9999-FIM.
001260*
001270 1000-INICIALIZAR.
001280*----------------------------------------------------------------
001290*    ABRE O ARQUIVO DE PARAMETROS PARA ACRESCIMO E OBTEM A
001300*    DATA DE INICIO DE VIGENCIA DOS NOVOS PARAMETROS.  SO O
001310*    STATUS 35 (ARQUIVO AINDA INEXISTENTE) JUSTIFICA CRIA-LO
001320*    COM OPEN OUTPUT; QUALQUER OUTRA FALHA ENCERRA A TRANSACAO
001330*    SEM GRAVAR - MESMO PADRAO DE MANUTENCAO-TARIFAS.
001340*----------------------------------------------------------------
001350     OPEN EXTEND ARQUIVO-PARAMETROS.
001360     EVALUATE TRUE
001370         WHEN WK-FS-CFPARAM-OK
001380             CONTINUE
001390         WHEN WK-FS-CFPARAM-INEXISTENTE
001400             OPEN OUTPUT ARQUIVO-PARAMETROS
001410         WHEN OTHER
001420             DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS - "
001430                     "FILE STATUS " WK-FS-CFPARAM
001440                     " - NENHUMA VIGENCIA GRAVADA."
001450             SET WK-ARQUIVO-PARAMETROS-INDISPONIVEL TO TRUE
001460             MOVE 12 TO RETURN-CODE
001470             GO TO 1000-INICIALIZAR-EXIT
001480     END-EVALUATE.
001490*
001500     PERFORM 1100-LER-DATA-VIGENCIA
001510         THRU 1100-LER-DATA-VIGENCIA-EXIT
001520         UNTIL WK-VIGENCIA-VALIDA.
001530*
001540     MOVE SPACES           TO CFP-REGISTRO.
001550     MOVE WK-DATA-VIGENCIA TO CFP-DATA-INICIO-VIGENCIA.
001560*
001570 1000-INICIALIZAR-EXIT.
001580     EXIT.
001590*
001600 1100-LER-DATA-VIGENCIA.
001610*----------------------------------------------------------------
001620*    SOLICITA A DATA DE INICIO DE VIGENCIA (AAAAMMDD),
001630*    REPETINDO A PERGUNTA ATE RECEBER UMA DATA NUMERICA.
001640*----------------------------------------------------------------
001650     DISPLAY "DATA DE INICIO DE VIGENCIA (AAAAMMDD): ".
001660     ACCEPT WK-DATA-VIGENCIA.
001670*
001680     IF WK-DATA-VIGENCIA IS NOT NUMERIC
001690        OR WK-DATA-VIGENCIA IS EQUAL TO ZERO
001700         DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
001710         GO TO 1100-LER-DATA-VIGENCIA-EXIT
001720     END-IF.
001730*
001740     SET WK-VIGENCIA-VALIDA TO TRUE.
001750*
001760 1100-LER-DATA-VIGENCIA-EXIT.
001770     EXIT.
001780*
001790 2000-OBTER-VALOR.
001800*----------------------------------------------------------------
001810*    OBTEM UM DOS VALORES DA VIGENCIA (ROTULO JA CARREGADO
001820*    PELO CHAMADOR), REPETINDO A PERGUNTA ATE RECEBER UM VALOR
001830*    NUMERICO.
001840*----------------------------------------------------------------
001850     SET WK-VALOR-INVALIDO TO TRUE.
001860     PERFORM 2100-LER-E-VALIDAR-VALOR
001870         THRU 2100-LER-E-VALIDAR-VALOR-EXIT
001880         UNTIL WK-VALOR-VALIDO.
001890*
001900 2000-OBTER-VALOR-EXIT.
001910     EXIT.
001920*
001930 2100-LER-E-VALIDAR-VALOR.
001940*----------------------------------------------------------------
001950*    LE UM VALOR (9 INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA
001960*    O FORMATO NUMERICO.
001970*----------------------------------------------------------------
001980     DISPLAY WK-ROTULO-VALOR
001990             " (11 DIGITOS, EX: 00001000000 = 10000.00): ".
002000     ACCEPT WK-VALOR-DIGITOS.
002010*
002020     IF WK-VALOR-DIGITOS IS NOT NUMERIC
002030         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
002040         GO TO 2100-LER-E-VALIDAR-VALOR-EXIT
002050     END-IF.
002060*
002070     SET WK-VALOR-VALIDO TO TRUE.
002080*
002090 2100-LER-E-VALIDAR-VALOR-EXIT.
002100     EXIT.
002110*
002120 2200-OBTER-PISO.
002130*----------------------------------------------------------------
002140*    OBTEM O PISO DE FRACIONAMENTO, QUE TEM DE FICAR ABAIXO DO
002150*    LIMITE DE COMUNICACAO JA INFORMADO.
002160*----------------------------------------------------------------
002170     MOVE "PISO DE FRACIONAMENTO" TO WK-ROTULO-VALOR.
002180     PERFORM 2000-OBTER-VALOR
002190         THRU 2000-OBTER-VALOR-EXIT.
002200*
002210     IF WK-VALOR-DIGITOS
002220          IS NOT LESS THAN CFP-VL-LIMITE-COMUNICACAO
002230         DISPLAY "O PISO TEM DE SER MENOR QUE O LIMITE - TENTE "
002240                 "NOVAMENTE."
002250         GO TO 2200-OBTER-PISO-EXIT
002260     END-IF.
002270*
002280     MOVE WK-VALOR-DIGITOS TO CFP-VL-PISO-FRACIONAMENTO.
002290     SET WK-PISO-VALIDO TO TRUE.
002300*
002310 2200-OBTER-PISO-EXIT.
002320     EXIT.
002330*
002340 2300-OBTER-DIAS.
002350*----------------------------------------------------------------
002360*    OBTEM UM NUMERO DE DIAS (ROTULO E MAXIMO JA CARREGADOS
002370*    PELO CHAMADOR), REPETINDO A PERGUNTA ATE RECEBER UM VALOR
002380*    NUMERICO ENTRE 1 E O MAXIMO.
002390*----------------------------------------------------------------
002400     SET WK-DIAS-INVALIDO TO TRUE.
002410     PERFORM 2310-LER-E-VALIDAR-DIAS
002420         THRU 2310-LER-E-VALIDAR-DIAS-EXIT
002430         UNTIL WK-DIAS-VALIDO.
002440*
002450 2300-OBTER-DIAS-EXIT.
002460     EXIT.
002470*
002480 2310-LER-E-VALIDAR-DIAS.
002490*----------------------------------------------------------------
002500*    LE UM NUMERO DE DIAS (5 DIGITOS) E VALIDA FORMATO E FAIXA.
002510*----------------------------------------------------------------
002520     DISPLAY WK-ROTULO-VALOR
002530             " EM DIAS (5 DIGITOS, EX: 00010 = 10 DIAS): ".
002540     ACCEPT WK-DIAS-DIGITOS.
002550*
002560     IF WK-DIAS-DIGITOS IS NOT NUMERIC
002570        OR WK-DIAS-DIGITOS IS EQUAL TO ZERO
002580        OR WK-DIAS-DIGITOS IS GREATER THAN WK-DIAS-MAXIMO
002590         DISPLAY "NUMERO DE DIAS INVALIDO (1 A " WK-DIAS-MAXIMO
002600                 ") - TENTE NOVAMENTE."
002610         GO TO 2310-LER-E-VALIDAR-DIAS-EXIT
002620     END-IF.
002630*
002640     SET WK-DIAS-VALIDO TO TRUE.
002650*
002660 2310-LER-E-VALIDAR-DIAS-EXIT.
002670     EXIT.
002680*
002690 3000-GRAVAR-VIGENCIA.
002700*----------------------------------------------------------------
002710*    GRAVA O REGISTRO DE VIGENCIA NO ARQUIVO DE PARAMETROS E
002720*    EXIBE A CONFIRMACAO DO QUE FOI CADASTRADO.
002730*----------------------------------------------------------------
002740     WRITE CFP-REGISTRO.
002750*
002760     IF NOT WK-FS-CFPARAM-OK
002770         DISPLAY "ERRO AO GRAVAR A VIGENCIA - FILE STATUS "
002780                 WK-FS-CFPARAM
002790         GO TO 3000-GRAVAR-VIGENCIA-EXIT
002800     END-IF.
002810*
002820     DISPLAY "VIGENCIA GRAVADA A PARTIR DE "
002830             CFP-DATA-INICIO-VIGENCIA ":".
002840     DISPLAY "  LIMITE DE COMUNICACAO..: "
002850             CFP-VL-LIMITE-COMUNICACAO.
002860     DISPLAY "  PISO DE FRACIONAMENTO..: "
002870             CFP-VL-PISO-FRACIONAMENTO.
002880     DISPLAY "  JANELA DE FRACIONAMENTO: "
002890             CFP-QT-DIAS-FRACIONAMENTO " DIAS".
002900     DISPLAY "  DIAS DE INATIVIDADE....: "
002910             CFP-QT-DIAS-INATIVIDADE.
002920     DISPLAY "  VALOR DE REATIVACAO....: "
002930             CFP-VL-REATIVACAO.
002940*
002950 3000-GRAVAR-VIGENCIA-EXIT.
002960     EXIT.
002970*
002980 8000-FINALIZAR.
002990*----------------------------------------------------------------
003000*    FECHA O ARQUIVO DE PARAMETROS.
003010*----------------------------------------------------------------
003020     CLOSE ARQUIVO-PARAMETROS.
003030*
003040 8000-FINALIZAR-EXIT.
003050     EXIT.
003060*
003070 9999-FIM.
003080     STOP RUN.
