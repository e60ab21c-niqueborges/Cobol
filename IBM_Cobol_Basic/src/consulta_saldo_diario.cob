000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CONSULTA-SALDO-DIARIO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE CONSULTA DO SALDO DE FECHAMENTO: DADO
000100*    UM NUMERO DE CLIENTE E UMA DATA, EXIBE A POSICAO DE
000110*    FECHAMENTO DO CLIENTE NAQUELA DATA (SALDO, LIMITE,
000120*    SITUACAO E JUROS ACUMULADOS) LIDA NO HISTORICO DE SALDOS
000130*    DE FECHAMENTO (SLDHIST, SDHREC.CPY), GRAVADO TODA NOITE
000140*    PELO PASSO GRAVA-SALDO-DIARIO.  INFORMADA TAMBEM UMA DATA
000150*    FINAL, LISTA EM SEGUIDA OS FECHAMENTOS DOS DIAS SEGUINTES
000160*    ATE ELA.
000170*
000180*    DIA SEM PROCESSAMENTO NOTURNO NAO TEM REGISTRO; A POSICAO
000190*    "EM" UMA DATA E A DO ULTIMO FECHAMENTO COM DATA IGUAL OU
000200*    ANTERIOR, E A CONSULTA MOSTRA DE QUE DIA ELA E.
000210*
000220*    CADA EXECUCAO ATENDE UMA UNICA CONSULTA (UM CLIENTE, UMA
000230*    DATA OU UM INTERVALO), DA MESMA FORMA QUE AS DEMAIS
000240*    TRANSACOES ONLINE.
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
000380     SELECT SALDOS-DIARIOS ASSIGN TO "SLDHIST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SDH-CHAVE
000420         FILE STATUS IS WK-FS-SLDHIST.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SALDOS-DIARIOS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY SDHREC.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520 77  WK-FS-SLDHIST           PIC X(02) VALUE "00".
000530     88  WK-FS-SLDHIST-OK               VALUE "00".
000540*
000550 77  WK-SW-FIM-CONSULTA      PIC X(01) VALUE "N".
000560     88  WK-FIM-CONSULTA                 VALUE "S".
000570*
000580 77  WK-SW-SLDHIST-ABERTO    PIC X(01) VALUE "N".
000590     88  WK-SLDHIST-ABERTO               VALUE "S".
000600*
000610 77  WK-SW-DATAS             PIC X(01) VALUE "N".
000620     88  WK-DATAS-VALIDAS                VALUE "S".
000630     88  WK-DATAS-INVALIDAS              VALUE "N".
000640*
000650 77  WK-SW-POSICAO           PIC X(01) VALUE "N".
000660     88  WK-POSICAO-ENCONTRADA           VALUE "S".
000670*
000680 77  WK-CLI-NUMERO-INFORMADO PIC 9(09) VALUE ZERO.
000690 77  WK-DATA-INICIO          PIC 9(08) VALUE ZERO.
000700 77  WK-DATA-FIM             PIC 9(08) VALUE ZERO.
000710 77  WK-DATA-FIM-INFORMADA   PIC X(08) VALUE SPACES.
000720*
000730*    POSICAO DE FECHAMENTO VALIDA NA DATA INICIAL (ULTIMO
000740*    REGISTRO COM DATA IGUAL OU ANTERIOR A ELA).
000750 77  WK-POS-DATA             PIC 9(08) VALUE ZERO.
000760 77  WK-POS-SALDO            PIC S9(09)V99 COMP-3 VALUE ZERO.
000770 77  WK-POS-LIMITE           PIC S9(09)V99 COMP-3 VALUE ZERO.
000780 77  WK-POS-STATUS           PIC X(01) VALUE SPACES.
000790 77  WK-POS-JUROS-CREDOR     PIC S9(09)V99 COMP-3 VALUE ZERO.
000800 77  WK-POS-JUROS-DEVEDOR    PIC S9(09)V99 COMP-3 VALUE ZERO.
000810*
000820 77  WK-QT-DIAS-LISTADOS     PIC 9(07) COMP VALUE ZERO.
000830*
000840 77  WK-SALDO-EDITADO        PIC -ZZZZZZZZ9.99.
000850 77  WK-LIMITE-EDITADO       PIC -ZZZZZZZZ9.99.
000860 77  WK-JUROS-EDITADO        PIC -ZZZZZZZZ9.99.
000870 77  WK-SITUACAO             PIC X(10) VALUE SPACES.
000880 77  WK-STATUS-EXIBIDO       PIC X(01) VALUE SPACES.
000890     88  WK-EXIBIDO-ATIVO                VALUE 'A'.
000900     88  WK-EXIBIDO-BLOQUEADO            VALUE 'B'.
000910     88  WK-EXIBIDO-ENCERRADO            VALUE 'E'.
000920*
000930 PROCEDURE DIVISION.
000940*
000950 0000-MAINLINE.
000960     PERFORM 1000-INICIALIZAR
000970         THRU 1000-INICIALIZAR-EXIT.
000980*
000990     IF NOT WK-FIM-CONSULTA
001000         PERFORM 2000-LOCALIZAR-POSICAO
001010             THRU 2000-LOCALIZAR-POSICAO-EXIT
001020             UNTIL WK-FIM-CONSULTA
001030                OR SDH-DATA IS GREATER THAN WK-DATA-INICIO
001040     END-IF.
001050*
001060     PERFORM 3000-EXIBIR-POSICAO
001070         THRU 3000-EXIBIR-POSICAO-EXIT.
001080*
001090     IF WK-DATA-FIM IS GREATER THAN WK-DATA-INICIO
001100         PERFORM 4000-LISTAR-FECHAMENTO
001110             THRU 4000-LISTAR-FECHAMENTO-EXIT
001120             UNTIL WK-FIM-CONSULTA
001130     END-IF.
001140*
001150     PERFORM 8000-FINALIZAR
001160         THRU 8000-FINALIZAR-EXIT.
001170*
001180     GO TO 9999-FIM.
001190*
001200 1000-INICIALIZAR.
001210*----------------------------------------------------------------
001220*    ABRE O HISTORICO DE SALDOS, OBTEM CLIENTE E DATAS E
001230*    POSICIONA A LEITURA NO PRIMEIRO FECHAMENTO DO CLIENTE.
001240*----------------------------------------------------------------
001250     OPEN INPUT SALDOS-DIARIOS.
001260     IF NOT WK-FS-SLDHIST-OK
001270         DISPLAY "HISTORICO DE SALDOS SLDHIST INDISPONIVEL - "
001280                 "FILE STATUS " WK-FS-SLDHIST
001290         SET WK-FIM-CONSULTA TO TRUE
001300         GO TO 1000-INICIALIZAR-EXIT
001310     END-IF.
001320*
001330     SET WK-SLDHIST-ABERTO TO TRUE.
001340*
001350     DISPLAY "NUMERO DO CLIENTE: ".
001360     ACCEPT WK-CLI-NUMERO-INFORMADO.
001370*
001380     PERFORM 1100-LER-DATAS
001390         THRU 1100-LER-DATAS-EXIT
001400         UNTIL WK-DATAS-VALIDAS.
001410*
001420     MOVE WK-CLI-NUMERO-INFORMADO TO SDH-CLI-NUMERO.
001430     MOVE ZERO                    TO SDH-DATA.
001440*
001450     START SALDOS-DIARIOS
001460         KEY IS NOT LESS THAN SDH-CHAVE
001470         INVALID KEY
001480             SET WK-FIM-CONSULTA TO TRUE
001490     END-START.
001500*
001510     IF NOT WK-FIM-CONSULTA
001520         PERFORM 2900-LER-FECHAMENTO
001530             THRU 2900-LER-FECHAMENTO-EXIT
001540     END-IF.
001550*
001560 1000-INICIALIZAR-EXIT.
001570     EXIT.
001580*
001590 1100-LER-DATAS.
001600*----------------------------------------------------------------
001610*    OBTEM A DATA DA POSICAO (AAAAMMDD) E, OPCIONALMENTE, A
001620*    DATA FINAL DE UM INTERVALO (ZEROS OU BRANCO = SO A DATA),
001630*    REPETINDO A PERGUNTA ATE RECEBER DATAS NUMERICAS EM
001640*    ORDEM.
001650*----------------------------------------------------------------
001660     DISPLAY "DATA DA POSICAO (AAAAMMDD): ".
001670     ACCEPT WK-DATA-INICIO.
001680     DISPLAY "DATA FINAL DO INTERVALO (AAAAMMDD, BRANCO = SO "
001690             "A DATA): ".
001700     ACCEPT WK-DATA-FIM-INFORMADA.
001710*
001720     IF WK-DATA-FIM-INFORMADA IS EQUAL TO SPACES
001730         MOVE ALL "0" TO WK-DATA-FIM-INFORMADA
001740     END-IF.
001750*
001760     IF WK-DATA-INICIO IS NOT NUMERIC
001770        OR WK-DATA-FIM-INFORMADA IS NOT NUMERIC
001780        OR WK-DATA-INICIO IS EQUAL TO ZERO
001790         DISPLAY "DATA INVALIDA - TENTE NOVAMENTE."
001800         GO TO 1100-LER-DATAS-EXIT
001810     END-IF.
001820*
001830     MOVE WK-DATA-FIM-INFORMADA TO WK-DATA-FIM.
001840     IF WK-DATA-FIM IS EQUAL TO ZERO
001850         MOVE WK-DATA-INICIO TO WK-DATA-FIM
001860     END-IF.
001870*
001880     IF WK-DATA-FIM IS LESS THAN WK-DATA-INICIO
001890         DISPLAY "INTERVALO INVALIDO - TENTE NOVAMENTE."
001900         GO TO 1100-LER-DATAS-EXIT
001910     END-IF.
001920*
001930     SET WK-DATAS-VALIDAS TO TRUE.
001940*
001950 1100-LER-DATAS-EXIT.
001960     EXIT.
001970*
001980 2000-LOCALIZAR-POSICAO.
001990*----------------------------------------------------------------
002000*    GUARDA O FECHAMENTO CORRENTE COMO A POSICAO VALIDA NA
002010*    DATA PEDIDA (ELE E IGUAL OU ANTERIOR A ELA) E LE O
002020*    PROXIMO; O ULTIMO GUARDADO E A POSICAO NA DATA.
002030*----------------------------------------------------------------
002040     SET WK-POSICAO-ENCONTRADA   TO TRUE.
002050     MOVE SDH-DATA               TO WK-POS-DATA.
002060     MOVE SDH-SALDO              TO WK-POS-SALDO.
002070     MOVE SDH-LIMITE-CREDITO     TO WK-POS-LIMITE.
002080     MOVE SDH-STATUS             TO WK-POS-STATUS.
002090     MOVE SDH-JUROS-CREDOR-ACUM  TO WK-POS-JUROS-CREDOR.
002100     MOVE SDH-JUROS-DEVEDOR-ACUM TO WK-POS-JUROS-DEVEDOR.
002110*
002120     PERFORM 2900-LER-FECHAMENTO
002130         THRU 2900-LER-FECHAMENTO-EXIT.
002140*
002150 2000-LOCALIZAR-POSICAO-EXIT.
002160     EXIT.
002170*
002180 2900-LER-FECHAMENTO.
002190*----------------------------------------------------------------
002200*    LE O PROXIMO FECHAMENTO DO HISTORICO E ENCERRA A CONSULTA
002210*    QUANDO O ARQUIVO ACABA, O CLIENTE MUDA OU A DATA
002220*    ULTRAPASSA O FIM DO INTERVALO.
002230*----------------------------------------------------------------
002240     READ SALDOS-DIARIOS NEXT RECORD
002250         AT END
002260             SET WK-FIM-CONSULTA TO TRUE
002270             GO TO 2900-LER-FECHAMENTO-EXIT
002280     END-READ.
002290*
002300     IF NOT WK-FS-SLDHIST-OK
002310         DISPLAY "ERRO AO LER O HISTORICO DE SALDOS - FILE "
002320                 "STATUS " WK-FS-SLDHIST
002330         SET WK-FIM-CONSULTA TO TRUE
002340         GO TO 2900-LER-FECHAMENTO-EXIT
002350     END-IF.
002360*
002370     IF SDH-CLI-NUMERO IS NOT EQUAL TO WK-CLI-NUMERO-INFORMADO
002380        OR SDH-DATA IS GREATER THAN WK-DATA-FIM
002390         SET WK-FIM-CONSULTA TO TRUE
002400     END-IF.
002410*
002420 2900-LER-FECHAMENTO-EXIT.
002430     EXIT.
002440*
002450 3000-EXIBIR-POSICAO.
002460*----------------------------------------------------------------
002470*    EXIBE A POSICAO DE FECHAMENTO NA DATA PEDIDA, INDICANDO
002480*    O DIA DO FECHAMENTO QUANDO ELE E ANTERIOR A ELA.
002490*----------------------------------------------------------------
002500     IF NOT WK-SLDHIST-ABERTO
002510         GO TO 3000-EXIBIR-POSICAO-EXIT
002520     END-IF.
002530*
002540     IF NOT WK-POSICAO-ENCONTRADA
002550         DISPLAY "NENHUM FECHAMENTO DO CLIENTE "
002560                 WK-CLI-NUMERO-INFORMADO " ATE " WK-DATA-INICIO
002570                 "."
002580         GO TO 3000-EXIBIR-POSICAO-EXIT
002590     END-IF.
002600*
002610     DISPLAY "-------------------------------------------------".
002620     DISPLAY "CLIENTE...........: " WK-CLI-NUMERO-INFORMADO.
002630     DISPLAY "POSICAO EM........: " WK-DATA-INICIO.
002640     IF WK-POS-DATA IS NOT EQUAL TO WK-DATA-INICIO
002650         DISPLAY "FECHAMENTO DE.....: " WK-POS-DATA
002660                 " (ULTIMO ATE A DATA)"
002670     END-IF.
002680     MOVE WK-POS-SALDO TO WK-SALDO-EDITADO.
002690     DISPLAY "SALDO.............: " WK-SALDO-EDITADO.
002700     MOVE WK-POS-LIMITE TO WK-LIMITE-EDITADO.
002710     DISPLAY "LIMITE DE CREDITO.: " WK-LIMITE-EDITADO.
002720     MOVE WK-POS-STATUS TO WK-STATUS-EXIBIDO.
002730     PERFORM 3100-DESCREVER-SITUACAO
002740         THRU 3100-DESCREVER-SITUACAO-EXIT.
002750     DISPLAY "SITUACAO..........: " WK-SITUACAO.
002760     MOVE WK-POS-JUROS-CREDOR TO WK-JUROS-EDITADO.
002770     DISPLAY "JUROS CREDOR ACUM.: " WK-JUROS-EDITADO.
002780     MOVE WK-POS-JUROS-DEVEDOR TO WK-JUROS-EDITADO.
002790     DISPLAY "JUROS DEVEDOR ACUM: " WK-JUROS-EDITADO.
002800     DISPLAY "-------------------------------------------------".
002810*
002820     IF WK-DATA-FIM IS GREATER THAN WK-DATA-INICIO
002830        AND NOT WK-FIM-CONSULTA
002840         DISPLAY "FECHAMENTOS SEGUINTES ATE " WK-DATA-FIM ":"
002850     END-IF.
002860*
002870 3000-EXIBIR-POSICAO-EXIT.
002880     EXIT.
002890*
002900 3100-DESCREVER-SITUACAO.
002910*----------------------------------------------------------------
002920*    TRADUZ A SITUACAO DO FECHAMENTO (JA EM WK-STATUS-EXIBIDO)
002930*    PARA EXIBICAO.
002940*----------------------------------------------------------------
002950     EVALUATE TRUE
002960         WHEN WK-EXIBIDO-ATIVO
002970             MOVE "ATIVO"           TO WK-SITUACAO
002980         WHEN WK-EXIBIDO-BLOQUEADO
002990             MOVE "BLOQUEADO"       TO WK-SITUACAO
003000         WHEN WK-EXIBIDO-ENCERRADO
003010             MOVE "ENCERRADO"       TO WK-SITUACAO
003020         WHEN OTHER
003030             MOVE WK-STATUS-EXIBIDO TO WK-SITUACAO
003040     END-EVALUATE.
003050*
003060 3100-DESCREVER-SITUACAO-EXIT.
003070     EXIT.
003080*
003090 4000-LISTAR-FECHAMENTO.
003100*----------------------------------------------------------------
003110*    EXIBE UM FECHAMENTO POSTERIOR A DATA DA POSICAO, DENTRO
003120*    DO INTERVALO, E LE O PROXIMO.
003130*----------------------------------------------------------------
003140     MOVE SDH-SALDO          TO WK-SALDO-EDITADO.
003150     MOVE SDH-LIMITE-CREDITO TO WK-LIMITE-EDITADO.
003160     MOVE SDH-STATUS         TO WK-STATUS-EXIBIDO.
003170     PERFORM 3100-DESCREVER-SITUACAO
003180         THRU 3100-DESCREVER-SITUACAO-EXIT.
003190     DISPLAY "  " SDH-DATA " SALDO " WK-SALDO-EDITADO
003200             " LIMITE " WK-LIMITE-EDITADO " " WK-SITUACAO.
003210     ADD 1 TO WK-QT-DIAS-LISTADOS.
003220*
003230     PERFORM 2900-LER-FECHAMENTO
003240         THRU 2900-LER-FECHAMENTO-EXIT.
003250*
003260 4000-LISTAR-FECHAMENTO-EXIT.
003270     EXIT.
003280*
003290 8000-FINALIZAR.
003300*----------------------------------------------------------------
003310*    FECHA O HISTORICO E, NA CONSULTA DE INTERVALO, EMITE O
003320*    TOTAL DE FECHAMENTOS LISTADOS.
003330*----------------------------------------------------------------
003340     IF WK-SLDHIST-ABERTO
003350         CLOSE SALDOS-DIARIOS
003360     END-IF.
003370*
003380     IF WK-DATA-FIM IS GREATER THAN WK-DATA-INICIO
003390         DISPLAY "FECHAMENTOS LISTADOS: " WK-QT-DIAS-LISTADOS
003400     END-IF.
003410*
003420 8000-FINALIZAR-EXIT.
003430     EXIT.
003440*
003450 9999-FIM.
003460     STOP RUN.
