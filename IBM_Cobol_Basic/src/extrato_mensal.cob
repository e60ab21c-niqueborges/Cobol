000100*    (AUDHIST, ONDE O ARQUIVAMENTO NOTURNO ARQAUD GUARDA OS
000110*    DIAS JA FECHADOS) E O DIARIO DO DIA AINDA NAO ARQUIVADO
000120*    (AUDITLOG), SELECIONA OS EVENTOS QUE ALTERAM SALDO
000130*    (MOVIMENTO, JUROS, AJUSTE, REMUNERACAO, TARIFA E ESTORNO)
000140*    DO MES PEDIDO NO
000150*    SYSIN (AAAAMM), ORDENA POR CLIENTE E DATA/HORA E IMPRIME
000160*    UM EXTRATO POR CLIENTE: SALDO INICIAL, CADA EVENTO DATADO
000170*    E DESCRITO COM O SALDO RESULTANTE, E SALDO FINAL.  O NOME
000290*    ENTRAM NO EXTRATO - NO EVENTO CADASTRO OS CAMPOS DE SALDO
000300*    CARREGAM LIMITES DE CREDITO, NAO SALDOS (VEJA
000310*    AUDREC.CPY).
000320*
000330*    O ESTORNO SAI JUNTO DO EVENTO QUE ESTORNA: A LINHA DO
000340*    ESTORNO TRAZ LOGO ABAIXO A DATA, O TIPO E O VALOR DO
000350*    EVENTO ORIGINAL, E A LINHA DE UM EVENTO JA ESTORNADO
000360*    TRAZ LOGO ABAIXO A DATA E O VALOR DO ESTORNO - MESMO
000370*    QUANDO O OUTRO LADO CAIU EM OUTRA COMPETENCIA.  OS DOIS
000380*    LADOS VEM DO CONTROLE DE ESTORNOS (ESTORNOS, ESTREC.CPY).
000390*----------------------------------------------------------------
000400*    HISTORICO DE ALTERACOES
000410*----------------------------------------------------------------
000420*    2026-08-22  EQC  VERSAO ORIGINAL.
000430*    2026-08-22  EQC  PASSA A LER O MES DO HISTORICO AUDHIST,
000440*                     COMPLEMENTADO PELO DIARIO AINDA NAO
000450*                     ARQUIVADO; O DIARIO SOZINHO SO CARREGA O
000460*                     ULTIMO DIA DEPOIS QUE O ARQAUD O ZERA.
000470*    2026-09-02  EQC  PASSA A SELECIONAR TAMBEM O EVENTO
000480*                     TARIFA (COBRANCA MENSAL DE TARIFAS).
000490*    2026-09-02  EQC  O AVISO "NAO EMITIR O EXTRATO" COM UM
000500*                     ARQUIVAMENTO INTERROMPIDO DEIXA DE SER
000510*                     SO OPERACIONAL: O PASSO CONFERE NO
000520*                     CONTROLE DO DIA (DIACTL) QUE NAO HA
000530*                     ARQAUD EM ANDAMENTO E SE RECUSA A
000540*                     EMITIR NESSA JANELA.
000550*    2026-09-02  EQC  ALEM DO EXTRATO IMPRESSO, A MESMA
000560*                     EXECUCAO PASSA A GRAVAR O EXTRATO EM
000570*                     ARQUIVO DE LAYOUT FIXO (EXTARQ,
000580*                     EXTREC.CPY): REGISTRO DE CLIENTE COM
000590*                     SALDO INICIAL E FINAL, UM REGISTRO POR
000600*                     EVENTO E TRAILER COM QUANTIDADE E SOMA
000610*                     LIQUIDA, PARA INGESTAO DIRETA PELOS
000620*                     SISTEMAS DE CANAL.
000630*    2026-10-15  EQC  PASSA A SELECIONAR O EVENTO ESTORNO E A
000640*                     IMPRIMIR O ORIGINAL E O ESTORNO JUNTOS:
000650*                     CADA UM TRAZ LOGO ABAIXO A REFERENCIA
000660*                     DO OUTRO, LIDA NO CONTROLE DE ESTORNOS.
000670*    2026-10-15  EQC  O EXTRATO IMPRESSO PASSA A TRAZER, DEPOIS
000680*                     DO SALDO FINAL, O VALOR RETIDO POR
000690*                     BLOQUEIO JUDICIAL NO FIM DO MES E O
000700*                     SALDO DISPONIVEL.
000710*----------------------------------------------------------------
000720*
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.    IBM-370.
000760 OBJECT-COMPUTER.    IBM-370.
000770*
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WK-FS-AUDITLOG.
000840*
000850     SELECT HISTORICO-AUDITORIA ASSIGN TO "AUDHIST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS HIS-CHAVE
000890         FILE STATUS IS WK-FS-AUDHIST.
000900*
000910     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS CLI-NUMERO
000950         FILE STATUS IS WK-FS-CLIMSTR.
000960*
000970     SELECT EXTRATO ASSIGN TO "EXTRATO"
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS WK-FS-EXTRATO.
001010*
001020     SELECT EXTRATO-ARQUIVO ASSIGN TO "EXTARQ"
001030         ORGANIZATION IS SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS WK-FS-EXTARQ.
001060*
001070     SELECT CONTROLE-ESTORNOS ASSIGN TO "ESTORNOS"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS EST-CHAVE-ORIGINAL
001110         FILE STATUS IS WK-FS-ESTORNOS.
001120*
001130     SELECT ARQUIVO-SORT ASSIGN TO "SORTWK".
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  ARQUIVO-AUDITORIA
001180     LABEL RECORDS ARE STANDARD.
001190     COPY AUDREC.
001200*
001210 FD  HISTORICO-AUDITORIA
001220     LABEL RECORDS ARE STANDARD.
001230     COPY HISREC.
001240*
001250 FD  CLIENTES-MASTER
001260     LABEL RECORDS ARE STANDARD.
001270     COPY CLIREC.
001280*
001290 FD  EXTRATO
001300     LABEL RECORDS ARE STANDARD.
001310 01  EXT-LINHA                   PIC X(132).
001320*
001330 FD  EXTRATO-ARQUIVO
001340     LABEL RECORDS ARE STANDARD.
001350     COPY EXTREC.
001360*
001370 FD  CONTROLE-ESTORNOS
001380     LABEL RECORDS ARE STANDARD.
001390     COPY ESTREC.
001400*
001410 SD  ARQUIVO-SORT.
001420 01  SRT-REGISTRO.
001430     05  SRT-CLI-NUMERO          PIC 9(09).
001440     05  SRT-TIPO-EVENTO         PIC X(10).
001450         88  SRT-EV-ESTORNO                  VALUE 'ESTORNO'.
001460     05  SRT-VALOR               PIC S9(09)V99 COMP-3.
001470     05  SRT-SALDO-ANTERIOR      PIC S9(09)V99 COMP-3.
001480     05  SRT-SALDO-RESULTANTE    PIC S9(09)V99 COMP-3.
001490     05  SRT-DATA-HORA.
001500         10  SRT-DATA            PIC 9(08).
001510         10  SRT-HORA            PIC 9(08).
001520     05  SRT-USUARIO             PIC X(08).
001530     05  SRT-SEQ-DESEMPATE       PIC 9(03).
001540     05  SRT-ORIGEM              PIC 9(01).
001550     05  SRT-MOTIVO              PIC X(40).
001560     05  SRT-ESTORNO-REFERENCIA  REDEFINES SRT-MOTIVO.
001570         10  SRT-EST-CHAVE-ORIGINAL.
001580             15  SRT-EST-CLI-NUMERO      PIC 9(09).
001590             15  SRT-EST-DATA            PIC 9(08).
001600             15  SRT-EST-HORA            PIC 9(08).
001610             15  SRT-EST-SEQ-DESEMPATE   PIC 9(03).
001620         10  SRT-EST-TIPO-ORIGINAL   PIC X(10).
001630         10  FILLER                  PIC X(02).
001640*
001650 WORKING-STORAGE SECTION.
001660*
001670 77  WK-FS-AUDITLOG              PIC X(02) VALUE "00".
001680     88  WK-FS-AUDITLOG-OK                   VALUE "00".
001690 77  WK-FS-AUDHIST               PIC X(02) VALUE "00".
001700     88  WK-FS-AUDHIST-OK                    VALUE "00".
001710 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
001720     88  WK-FS-CLIMSTR-OK                    VALUE "00".
001730 77  WK-FS-EXTRATO               PIC X(02) VALUE "00".
001740 77  WK-FS-ESTORNOS              PIC X(02) VALUE "00".
001750     88  WK-FS-ESTORNOS-OK                   VALUE "00".
001760*
001770 77  WK-SW-FIM-AUDITORIA         PIC X(01) VALUE "N".
001780     88  WK-FIM-AUDITORIA                    VALUE "S".
001790*
001800 77  WK-SW-FIM-HISTORICO         PIC X(01) VALUE "N".
001810     88  WK-FIM-HISTORICO                    VALUE "S".
001820*
001830 77  WK-SW-AUDHIST-ABERTO        PIC X(01) VALUE "N".
001840     88  WK-AUDHIST-ABERTO                   VALUE "S".
001850*
001860 77  WK-SW-FIM-ORDENADO          PIC X(01) VALUE "N".
001870     88  WK-FIM-ORDENADO                     VALUE "S".
001880*
001890 77  WK-SW-ESTORNOS-ABERTO       PIC X(01) VALUE "N".
001900     88  WK-ESTORNOS-ABERTO                  VALUE "S".
001910*
001920 77  WK-SW-ESTORNO-ACHADO        PIC X(01) VALUE "N".
001930     88  WK-ESTORNO-ACHADO                   VALUE "S".
001940*
001950 77  WK-ANO-MES-EXTRATO          PIC 9(06) VALUE ZERO.
001960 77  WK-ANO-MES-EVENTO           PIC 9(06) VALUE ZERO.
001970*
001980 77  WK-SW-COMPETENCIA           PIC X(01) VALUE "S".
001990     88  WK-COMPETENCIA-VALIDA               VALUE "S".
002000     88  WK-COMPETENCIA-INVALIDA             VALUE "N".
002010*
002020 77  WK-CLIENTE-CORRENTE         PIC 9(09) VALUE ZERO.
002030 77  WK-SALDO-FINAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
002040 77  WK-NOME-CLIENTE             PIC X(30) VALUE SPACES.
002050 77  WK-LIMITE-CLIENTE           PIC S9(09)V99 COMP-3 VALUE ZERO.
002060 77  WK-SALDO-DISPONIVEL         PIC S9(09)V99 COMP-3 VALUE ZERO.
002070 77  WK-DATA-FIM-MES             PIC 9(08) VALUE ZERO.
002080*
002090 77  WK-QT-EVENTOS-SELECIONADOS  PIC 9(07) COMP VALUE ZERO.
002100 77  WK-QT-EXTRATOS-EMITIDOS     PIC 9(07) COMP VALUE ZERO.
002110*
002120 77  WK-FS-EXTARQ                PIC X(02) VALUE "00".
002130*
002140*    EVENTOS DO CLIENTE CORRENTE GUARDADOS PARA O EXTRATO EM
002150*    ARQUIVO: O REGISTRO DE CLIENTE LEVA O SALDO INICIAL E O
002160*    FINAL, ENTAO OS EVENTOS SO PODEM SER GRAVADOS NA QUEBRA,
002170*    DEPOIS DO ULTIMO EVENTO DO MES.  CLIENTE COM MAIS DE
002180*    1000 EVENTOS NO MES TEM O EXCEDENTE FORA DO ARQUIVO E
002190*    FORA DO TRAILER (QUE SO CONTA O QUE FOI GRAVADO), COM
002200*    AVISO NO SYSOUT E RETURN-CODE 8 NO FIM.
002210 77  WK-MAX-EVT-CLIENTE          PIC 9(04) COMP VALUE 1000.
002220 77  WK-QT-EVT-CLIENTE           PIC 9(04) COMP VALUE ZERO.
002230 77  WK-IX-EVT-CLIENTE           PIC 9(04) COMP VALUE ZERO.
002240 01  WK-TAB-EVENTOS-ARQ.
002250     05  WK-EVT-ARQ              OCCURS 1000 TIMES
002260                                 PIC X(60).
002270*
002280 77  WK-SALDO-INICIAL-ARQ        PIC S9(09)V99 COMP-3 VALUE ZERO.
002290 77  WK-QT-EVENTOS-ARQ           PIC 9(09) VALUE ZERO.
002300 77  WK-QT-EVT-DESCARTADOS       PIC 9(07) COMP VALUE ZERO.
002310 77  WK-VL-LIQUIDO-ARQ           PIC S9(11)V99 COMP-3 VALUE ZERO.
002320*
002330     COPY CTDPARM.
002340*
002350     COPY BJDPARM.
002360*
002370 01  WK-CABECALHO-EXTRATO.
002380     05  FILLER                  PIC X(30)
002390         VALUE "EXTRATO MENSAL - COMPETENCIA ".
002400     05  EXTCAB-ANO-MES          PIC 9(06).
002410     05  FILLER                  PIC X(96) VALUE SPACES.
002420*
002430 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
002440*
002450 01  WK-LINHA-CLIENTE.
002460     05  FILLER                  PIC X(09) VALUE "CLIENTE  ".
002470     05  EXTCLI-NUMERO           PIC ZZZZZZZZ9.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  EXTCLI-NOME             PIC X(30).
002500     05  FILLER                  PIC X(82) VALUE SPACES.
002510*
002520 01  WK-LINHA-SALDO.
002530     05  EXTSAL-ROTULO           PIC X(14).
002540     05  EXTSAL-VALOR            PIC -ZZZZZZZZ9.99.
002550     05  FILLER                  PIC X(105) VALUE SPACES.
002560*
002570 01  WK-LINHA-EVENTO.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  EXTEV-DATA              PIC 9(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  EXTEV-TIPO              PIC X(10).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  EXTEV-VALOR             PIC -ZZZZZZZZ9.99.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  EXTEV-SALDO             PIC -ZZZZZZZZ9.99.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  EXTEV-MOTIVO            PIC X(40).
002680     05  FILLER                  PIC X(38) VALUE SPACES.
002690*
002700 01  WK-LINHA-REF-ESTORNO.
002710     05  FILLER                  PIC X(04) VALUE SPACES.
002720     05  EXTREF-ROTULO           PIC X(14).
002730     05  EXTREF-DATA             PIC 9(08).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  EXTREF-TIPO             PIC X(10).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  EXTREF-VALOR            PIC -ZZZZZZZZ9.99.
002780     05  FILLER                  PIC X(79) VALUE SPACES.
002790*
002800 PROCEDURE DIVISION.
002810*
002820 0000-MAINLINE.
002830     PERFORM 0500-VERIFICAR-DIA
002840         THRU 0500-VERIFICAR-DIA-EXIT.
002850*
002860     IF CTD-BLOQUEADO
002870         GO TO 9999-FIM
002880     END-IF.
002890*
002900     PERFORM 1000-INICIALIZAR
002910         THRU 1000-INICIALIZAR-EXIT.
002920*
002930     IF WK-COMPETENCIA-VALIDA
002940         SORT ARQUIVO-SORT
002950             ON ASCENDING KEY SRT-CLI-NUMERO
002960                              SRT-DATA-HORA
002970             INPUT PROCEDURE IS 2000-SELECIONAR-EVENTOS
002980                            THRU 2000-SELECIONAR-EVENTOS-FIM
002990             OUTPUT PROCEDURE IS 3000-IMPRIMIR-EXTRATOS
003000                            THRU 3000-IMPRIMIR-EXTRATOS-FIM
003010     END-IF.
003020*
003030     PERFORM 8000-FINALIZAR
003040         THRU 8000-FINALIZAR-EXIT.
003050*
003060     IF WK-COMPETENCIA-VALIDA
003070         PERFORM 8900-CONCLUIR-DIA
003080             THRU 8900-CONCLUIR-DIA-EXIT
003090     END-IF.
003100*
003110     GO TO 9999-FIM.
003120*
003130 0500-VERIFICAR-DIA.
003140*----------------------------------------------------------------
003150*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
003160*    CONTROLE-DIA) QUE NAO EXISTE NENHUM ARQUIVAMENTO
003170*    (ARQAUD) EM ANDAMENTO: NESSA JANELA UM EVENTO PODE ESTAR
003180*    NOS DOIS ARQUIVOS DE AUDITORIA E SAIRIA EM DOBRO NO
003190*    EXTRATO.  CARIMBA O PROPRIO INICIO; BLOQUEADO, ENCERRA
003200*    COM RETURN-CODE 12 SEM EMITIR NADA.
003210*----------------------------------------------------------------
003220     SET CTD-FN-INICIAR TO TRUE.
003230     MOVE "EXTRATO "            TO CTD-PASSO-CHAMADOR.
003240*    ZEROS: A DATA E RESOLVIDA PELO SUBPROGRAMA COMO O
003250*    DIA ABERTO PELO ATLZBAT, IMUNE A VIRADA DA
003260*    MEIA-NOITE.
003270     MOVE ZERO                  TO CTD-DATA-PROCESSO.
003280     MOVE SPACES                TO CTD-PASSO-EXIGIDO (1).
003290     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
003300     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
003310     MOVE "S"                   TO CTD-VERIFICA-ARQUIVAMENTO.
003320*
003330     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
003340*
003350     IF CTD-BLOQUEADO
003360         DISPLAY "PASSO EXTRATO BLOQUEADO PELO CONTROLE DO "
003370                 "DIA: " CTD-MOTIVO-BLOQUEIO
003380         MOVE 12 TO RETURN-CODE
003390     END-IF.
003400*
003410 0500-VERIFICAR-DIA-EXIT.
003420     EXIT.
003430*
003440 1000-INICIALIZAR.
003450*----------------------------------------------------------------
003460*    ABRE OS ARQUIVOS, LE DO SYSIN A COMPETENCIA DO EXTRATO
003470*    (AAAAMM) E EMITE O CABECALHO GERAL.
003480*----------------------------------------------------------------
003490     OPEN INPUT  ARQUIVO-AUDITORIA.
003500     OPEN INPUT  CLIENTES-MASTER.
003510     OPEN OUTPUT EXTRATO.
003520     OPEN OUTPUT EXTRATO-ARQUIVO.
003530*
003540     OPEN INPUT HISTORICO-AUDITORIA.
003550     IF WK-FS-AUDHIST-OK
003560         SET WK-AUDHIST-ABERTO TO TRUE
003570     ELSE
003580         DISPLAY "HISTORICO AUDHIST INDISPONIVEL (FILE STATUS "
003590                 WK-FS-AUDHIST ") - EXTRATO SO COM O DIARIO "
003600                 "AINDA NAO ARQUIVADO."
003610         SET WK-FIM-HISTORICO TO TRUE
003620     END-IF.
003630*
003640     OPEN INPUT CONTROLE-ESTORNOS.
003650     IF WK-FS-ESTORNOS-OK
003660         SET WK-ESTORNOS-ABERTO TO TRUE
003670     ELSE
003680         DISPLAY "CONTROLE DE ESTORNOS INDISPONIVEL (FILE STATUS "
003690                 WK-FS-ESTORNOS ") - EXTRATO SEM REFERENCIAS."
003700     END-IF.
003710*
003720     ACCEPT WK-ANO-MES-EXTRATO.
003730     IF WK-ANO-MES-EXTRATO IS NOT NUMERIC
003740        OR WK-ANO-MES-EXTRATO IS EQUAL TO ZERO
003750         DISPLAY "COMPETENCIA INVALIDA NO SYSIN - INFORME "
003760                 "AAAAMM."
003770         MOVE 12 TO RETURN-CODE
003780         SET WK-COMPETENCIA-INVALIDA TO TRUE
003790         GO TO 1000-INICIALIZAR-EXIT
003800     END-IF.
003810*
003820     MOVE WK-ANO-MES-EXTRATO TO EXTCAB-ANO-MES.
003830     MOVE WK-CABECALHO-EXTRATO TO EXT-LINHA.
003840     WRITE EXT-LINHA.
003850*
003860 1000-INICIALIZAR-EXIT.
003870     EXIT.
003880*
003890 2000-SELECIONAR-EVENTOS.
003900*----------------------------------------------------------------
003910*    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA PARA A
003920*    CLASSIFICACAO OS EVENTOS DE SALDO DA COMPETENCIA PEDIDA,
003930*    PRIMEIRO OS DIAS JA ARQUIVADOS NO HISTORICO (AUDHIST) E
003940*    DEPOIS O DIARIO DO DIA AINDA NAO ARQUIVADO (AUDITLOG).
003950*----------------------------------------------------------------
003960     PERFORM 2200-LER-E-LIBERAR-HISTORICO
003970         THRU 2200-LER-E-LIBERAR-HISTORICO-EXIT
003980         UNTIL WK-FIM-HISTORICO.
003990*
004000     PERFORM 2100-LER-E-LIBERAR
004010         THRU 2100-LER-E-LIBERAR-EXIT
004020         UNTIL WK-FIM-AUDITORIA.
004030*
004040 2000-SELECIONAR-EVENTOS-FIM.
004050     EXIT.
004060*
004070 2100-LER-E-LIBERAR.
004080*----------------------------------------------------------------
004090*    LE UM REGISTRO DO DIARIO E O LIBERA PARA O SORT QUANDO E
004100*    UM EVENTO DE SALDO DA COMPETENCIA DO EXTRATO.
004110*----------------------------------------------------------------
004120     READ ARQUIVO-AUDITORIA
004130         AT END
004140             SET WK-FIM-AUDITORIA TO TRUE
004150             GO TO 2100-LER-E-LIBERAR-EXIT
004160     END-READ.
004170*
004180     IF NOT (AUD-EV-MOVIMENTO OR AUD-EV-JUROS
004190             OR AUD-EV-AJUSTE OR AUD-EV-REMUNERACAO
004200             OR AUD-EV-TARIFA OR AUD-EV-ESTORNO)
004210         GO TO 2100-LER-E-LIBERAR-EXIT
004220     END-IF.
004230*
004240     MOVE AUD-DATA (1:6) TO WK-ANO-MES-EVENTO.
004250     IF WK-ANO-MES-EVENTO IS NOT EQUAL TO WK-ANO-MES-EXTRATO
004260         GO TO 2100-LER-E-LIBERAR-EXIT
004270     END-IF.
004280*
004290     MOVE AUD-CLI-NUMERO       TO SRT-CLI-NUMERO.
004300     MOVE AUD-TIPO-EVENTO      TO SRT-TIPO-EVENTO.
004310     MOVE AUD-VALOR-EVENTO     TO SRT-VALOR.
004320     MOVE AUD-SALDO-ANTERIOR   TO SRT-SALDO-ANTERIOR.
004330     MOVE AUD-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE.
004340     MOVE AUD-DATA             TO SRT-DATA.
004350     MOVE AUD-HORA             TO SRT-HORA.
004360     MOVE AUD-USUARIO          TO SRT-USUARIO.
004370     MOVE AUD-MOTIVO           TO SRT-MOTIVO.
004380     MOVE ZERO                 TO SRT-SEQ-DESEMPATE.
004390     MOVE 2                    TO SRT-ORIGEM.
004400*
004410     RELEASE SRT-REGISTRO.
004420     ADD 1 TO WK-QT-EVENTOS-SELECIONADOS.
004430*
004440 2100-LER-E-LIBERAR-EXIT.
004450     EXIT.
004460*
004470 2200-LER-E-LIBERAR-HISTORICO.
004480*----------------------------------------------------------------
004490*    LE UM REGISTRO DO HISTORICO DE AUDITORIA E O LIBERA PARA
004500*    O SORT QUANDO E UM EVENTO DE SALDO DA COMPETENCIA DO
004510*    EXTRATO.  QUALQUER ERRO DE LEITURA ENCERRA A VARREDURA
004520*    DO HISTORICO, PARA NAO FICAR EM LACO SOBRE UM ARQUIVO
004530*    INACESSIVEL.
004540*----------------------------------------------------------------
004550     READ HISTORICO-AUDITORIA NEXT RECORD
004560         AT END
004570             SET WK-FIM-HISTORICO TO TRUE
004580             GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
004590     END-READ.
004600*
004610     IF NOT WK-FS-AUDHIST-OK
004620         DISPLAY "ERRO AO LER O HISTORICO - FILE STATUS "
004630                 WK-FS-AUDHIST
004640         SET WK-FIM-HISTORICO TO TRUE
004650         GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
004660     END-IF.
004670*
004680     IF NOT (HIS-EV-MOVIMENTO OR HIS-EV-JUROS
004690             OR HIS-EV-AJUSTE OR HIS-EV-REMUNERACAO
004700             OR HIS-EV-TARIFA OR HIS-EV-ESTORNO)
004710         GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
004720     END-IF.
004730*
004740     MOVE HIS-DATA (1:6) TO WK-ANO-MES-EVENTO.
004750     IF WK-ANO-MES-EVENTO IS NOT EQUAL TO WK-ANO-MES-EXTRATO
004760         GO TO 2200-LER-E-LIBERAR-HISTORICO-EXIT
004770     END-IF.
004780*
004790     MOVE HIS-CLI-NUMERO       TO SRT-CLI-NUMERO.
004800     MOVE HIS-TIPO-EVENTO      TO SRT-TIPO-EVENTO.
004810     MOVE HIS-VALOR-EVENTO     TO SRT-VALOR.
004820     MOVE HIS-SALDO-ANTERIOR   TO SRT-SALDO-ANTERIOR.
004830     MOVE HIS-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE.
004840     MOVE HIS-DATA             TO SRT-DATA.
004850     MOVE HIS-HORA             TO SRT-HORA.
004860     MOVE HIS-USUARIO          TO SRT-USUARIO.
004870     MOVE HIS-MOTIVO           TO SRT-MOTIVO.
004880     MOVE HIS-SEQ-DESEMPATE    TO SRT-SEQ-DESEMPATE.
004890     MOVE 1                    TO SRT-ORIGEM.
004900*
004910     RELEASE SRT-REGISTRO.
004920     ADD 1 TO WK-QT-EVENTOS-SELECIONADOS.
004930*
004940 2200-LER-E-LIBERAR-HISTORICO-EXIT.
004950     EXIT.
004960*
004970 3000-IMPRIMIR-EXTRATOS.
004980*----------------------------------------------------------------
004990*    PROCEDIMENTO DE SAIDA DO SORT: RECEBE OS EVENTOS JA
005000*    ORDENADOS POR CLIENTE E DATA/HORA E IMPRIME UM EXTRATO
005010*    POR CLIENTE, COM QUEBRA DE CONTROLE NO NUMERO DO CLIENTE.
005020*----------------------------------------------------------------
005030     PERFORM 3900-RECEBER-EVENTO
005040         THRU 3900-RECEBER-EVENTO-EXIT.
005050*
005060     PERFORM 3100-PROCESSAR-EVENTO
005070         THRU 3100-PROCESSAR-EVENTO-EXIT
005080         UNTIL WK-FIM-ORDENADO.
005090*
005100     IF WK-CLIENTE-CORRENTE IS NOT EQUAL TO ZERO
005110         PERFORM 3300-FECHAR-EXTRATO
005120             THRU 3300-FECHAR-EXTRATO-EXIT
005130     END-IF.
005140*
005150 3000-IMPRIMIR-EXTRATOS-FIM.
005160     EXIT.
005170*
005180 3100-PROCESSAR-EVENTO.
005190*----------------------------------------------------------------
005200*    TRATA UM EVENTO ORDENADO: ABRE O EXTRATO DE UM NOVO
005210*    CLIENTE QUANDO O NUMERO MUDA, IMPRIME A LINHA DO EVENTO E
005220*    GUARDA O SALDO RESULTANTE COMO CANDIDATO A SALDO FINAL.
005230*    NO ESTORNO, O MOTIVO IMPRESSO E O DO CONTROLE DE
005240*    ESTORNOS (O MOTIVO DO EVENTO CARREGA A REFERENCIA DO
005250*    ORIGINAL); ABAIXO DO ESTORNO OU DO EVENTO ESTORNADO SAI
005260*    A LINHA DE REFERENCIA DO OUTRO LADO.
005270*----------------------------------------------------------------
005280     IF SRT-CLI-NUMERO IS NOT EQUAL TO WK-CLIENTE-CORRENTE
005290         IF WK-CLIENTE-CORRENTE IS NOT EQUAL TO ZERO
005300             PERFORM 3300-FECHAR-EXTRATO
005310                 THRU 3300-FECHAR-EXTRATO-EXIT
005320         END-IF
005330         PERFORM 3200-ABRIR-EXTRATO
005340             THRU 3200-ABRIR-EXTRATO-EXIT
005350     END-IF.
005360*
005370     MOVE SRT-DATA             TO EXTEV-DATA.
005380     MOVE SRT-TIPO-EVENTO      TO EXTEV-TIPO.
005390     MOVE SRT-VALOR            TO EXTEV-VALOR.
005400     MOVE SRT-SALDO-RESULTANTE TO EXTEV-SALDO.
005410     MOVE SRT-MOTIVO           TO EXTEV-MOTIVO.
005420*
005430     PERFORM 3120-LOCALIZAR-ESTORNO
005440         THRU 3120-LOCALIZAR-ESTORNO-EXIT.
005450*
005460     IF SRT-EV-ESTORNO
005470         MOVE SPACES TO EXTEV-MOTIVO
005480         IF WK-ESTORNO-ACHADO
005490             MOVE EST-MOTIVO TO EXTEV-MOTIVO
005500         END-IF
005510     END-IF.
005520*
005530     MOVE WK-LINHA-EVENTO      TO EXT-LINHA.
005540     WRITE EXT-LINHA.
005550*
005560     PERFORM 3170-IMPRIMIR-REF-ESTORNO
005570         THRU 3170-IMPRIMIR-REF-ESTORNO-EXIT.
005580*
005590     MOVE SRT-SALDO-RESULTANTE TO WK-SALDO-FINAL.
005600*
005610     PERFORM 3150-GUARDAR-EVENTO-ARQ
005620         THRU 3150-GUARDAR-EVENTO-ARQ-EXIT.
005630*
005640     PERFORM 3900-RECEBER-EVENTO
005650         THRU 3900-RECEBER-EVENTO-EXIT.
005660*
005670 3100-PROCESSAR-EVENTO-EXIT.
005680     EXIT.
005690*
005700 3120-LOCALIZAR-ESTORNO.
005710*----------------------------------------------------------------
005720*    PROCURA NO CONTROLE DE ESTORNOS O OUTRO LADO DO EVENTO
005730*    ORDENADO: PARA O ESTORNO, O REGISTRO DO ORIGINAL QUE ELE
005740*    REFERENCIA; PARA UM EVENTO DO HISTORICO, O REGISTRO DO
005750*    SEU ESTORNO, SE HOUVER.  EVENTO AINDA NO DIARIO NAO PODE
005760*    TER SIDO ESTORNADO (SO SE ESTORNA O QUE JA FOI ARQUIVADO).
005770*----------------------------------------------------------------
005780     MOVE "N" TO WK-SW-ESTORNO-ACHADO.
005790*
005800     IF NOT WK-ESTORNOS-ABERTO
005810         GO TO 3120-LOCALIZAR-ESTORNO-EXIT
005820     END-IF.
005830*
005840     IF SRT-EV-ESTORNO
005850         MOVE SRT-EST-CHAVE-ORIGINAL TO EST-CHAVE-ORIGINAL
005860     ELSE
005870         IF SRT-ORIGEM IS NOT EQUAL TO 1
005880             GO TO 3120-LOCALIZAR-ESTORNO-EXIT
005890         END-IF
005900         MOVE SRT-CLI-NUMERO    TO EST-CLI-NUMERO
005910         MOVE SRT-DATA          TO EST-DATA-ORIGINAL
005920         MOVE SRT-HORA          TO EST-HORA-ORIGINAL
005930         MOVE SRT-SEQ-DESEMPATE TO EST-SEQ-ORIGINAL
005940     END-IF.
005950*
005960     READ CONTROLE-ESTORNOS
005970         INVALID KEY
005980             GO TO 3120-LOCALIZAR-ESTORNO-EXIT
005990     END-READ.
006000*
006010     IF WK-FS-ESTORNOS-OK
006020         SET WK-ESTORNO-ACHADO TO TRUE
006030     END-IF.
006040*
006050 3120-LOCALIZAR-ESTORNO-EXIT.
006060     EXIT.
006070*
006080 3150-GUARDAR-EVENTO-ARQ.
006090*----------------------------------------------------------------
006100*    MONTA O REGISTRO DE EVENTO DO EXTRATO EM ARQUIVO E O
006110*    GUARDA NA TABELA DO CLIENTE CORRENTE (A GRAVACAO SO
006120*    ACONTECE NA QUEBRA, DEPOIS DO REGISTRO DE CLIENTE).  A
006130*    AREA DO REGISTRO DO ARQUIVO SERVE DE RASCUNHO PARA A
006140*    MONTAGEM.  OS TOTAIS DO TRAILER CONTAM SOMENTE O QUE VAI
006150*    REALMENTE PARA O ARQUIVO - UM TRAILER DE CONTROLE QUE
006160*    NAO BATE COM OS REGISTROS CONDENARIA O ARQUIVO INTEIRO
006170*    NO INGESTOR; O EXCEDENTE E CONTADO A PARTE E DERRUBA O
006180*    RETURN-CODE NO FIM, PARA OS CANAIS SABEREM QUE O EXTRATO
006190*    SAIU INCOMPLETO.
006200*----------------------------------------------------------------
006210     IF WK-QT-EVT-CLIENTE IS NOT LESS THAN WK-MAX-EVT-CLIENTE
006220         DISPLAY "AVISO: CLIENTE " WK-CLIENTE-CORRENTE
006230                 " EXCEDEU A TABELA DE EVENTOS DO EXTRATO EM "
006240                 "ARQUIVO - EVENTO FORA DO ARQUIVO."
006250         ADD 1 TO WK-QT-EVT-DESCARTADOS
006260         GO TO 3150-GUARDAR-EVENTO-ARQ-EXIT
006270     END-IF.
006280*
006290     ADD 1 TO WK-QT-EVENTOS-ARQ.
006300     ADD SRT-VALOR TO WK-VL-LIQUIDO-ARQ.
006310*
006320     MOVE SPACES               TO EXA-REGISTRO.
006330     MOVE "2"                  TO EXA-TIPO-REGISTRO.
006340     MOVE SRT-CLI-NUMERO       TO EXA-EV-CLI-NUMERO.
006350     MOVE SRT-DATA             TO EXA-EV-DATA.
006360     MOVE SRT-TIPO-EVENTO      TO EXA-EV-TIPO.
006370     MOVE SRT-VALOR            TO EXA-EV-VALOR.
006380     MOVE SRT-SALDO-RESULTANTE TO EXA-EV-SALDO-RESULTANTE.
006390*
006400     ADD 1 TO WK-QT-EVT-CLIENTE.
006410     MOVE EXA-REGISTRO TO WK-EVT-ARQ (WK-QT-EVT-CLIENTE).
006420*
006430 3150-GUARDAR-EVENTO-ARQ-EXIT.
006440     EXIT.
006450*
006460 3170-IMPRIMIR-REF-ESTORNO.
006470*----------------------------------------------------------------
006480*    IMPRIME ABAIXO DA LINHA DO EVENTO A REFERENCIA DO OUTRO
006490*    LADO DO ESTORNO: SOB O ESTORNO, A DATA, O TIPO E O VALOR
006500*    DO EVENTO ORIGINAL; SOB UM EVENTO ESTORNADO, A DATA E O
006510*    EFEITO DO ESTORNO NO SALDO.  SO SAI NO EXTRATO IMPRESSO.
006520*----------------------------------------------------------------
006530     IF SRT-EV-ESTORNO
006540         MOVE "ESTORNO DE    "      TO EXTREF-ROTULO
006550         MOVE SRT-EST-DATA          TO EXTREF-DATA
006560         MOVE SRT-EST-TIPO-ORIGINAL TO EXTREF-TIPO
006570         MOVE ZERO                  TO EXTREF-VALOR
006580         IF WK-ESTORNO-ACHADO
006590             MOVE EST-VALOR-ORIGINAL TO EXTREF-VALOR
006600         END-IF
006610     ELSE
006620         IF NOT WK-ESTORNO-ACHADO
006630             GO TO 3170-IMPRIMIR-REF-ESTORNO-EXIT
006640         END-IF
006650         MOVE "ESTORNADO EM  "      TO EXTREF-ROTULO
006660         MOVE EST-DATA-ESTORNO      TO EXTREF-DATA
006670         MOVE "ESTORNO"             TO EXTREF-TIPO
006680         MOVE EST-VALOR-ESTORNO     TO EXTREF-VALOR
006690     END-IF.
006700*
006710     MOVE WK-LINHA-REF-ESTORNO TO EXT-LINHA.
006720     WRITE EXT-LINHA.
006730*
006740 3170-IMPRIMIR-REF-ESTORNO-EXIT.
006750     EXIT.
006760*
006770 3200-ABRIR-EXTRATO.
006780*----------------------------------------------------------------
006790*    ABRE O EXTRATO DO CLIENTE DO EVENTO CORRENTE: BUSCA O
006800*    NOME NO ARQUIVO MESTRE, IMPRIME O CABECALHO DO CLIENTE E
006810*    A LINHA DE SALDO INICIAL (SALDO ANTERIOR AO PRIMEIRO
006820*    EVENTO DO MES).
006830*----------------------------------------------------------------
006840     MOVE SRT-CLI-NUMERO TO WK-CLIENTE-CORRENTE.
006850*
006860     MOVE SRT-CLI-NUMERO TO CLI-NUMERO.
006870     READ CLIENTES-MASTER
006880         INVALID KEY
006890             CONTINUE
006900     END-READ.
006910*
006920     IF WK-FS-CLIMSTR-OK
006930         MOVE CLI-NOME TO WK-NOME-CLIENTE
006940         MOVE CLI-LIMITE-CREDITO TO WK-LIMITE-CLIENTE
006950     ELSE
006960         MOVE "*** CLIENTE NAO CADASTRADO ***"
006970             TO WK-NOME-CLIENTE
006980         MOVE ZERO TO WK-LIMITE-CLIENTE
006990     END-IF.
007000*
007010     MOVE WK-LINHA-BRANCO TO EXT-LINHA.
007020     WRITE EXT-LINHA.
007030     MOVE SRT-CLI-NUMERO TO EXTCLI-NUMERO.
007040     MOVE WK-NOME-CLIENTE TO EXTCLI-NOME.
007050     MOVE WK-LINHA-CLIENTE TO EXT-LINHA.
007060     WRITE EXT-LINHA.
007070*
007080     MOVE "SALDO INICIAL " TO EXTSAL-ROTULO.
007090     MOVE SRT-SALDO-ANTERIOR TO EXTSAL-VALOR.
007100     MOVE WK-LINHA-SALDO TO EXT-LINHA.
007110     WRITE EXT-LINHA.
007120*
007130     MOVE SRT-SALDO-ANTERIOR TO WK-SALDO-INICIAL-ARQ.
007140     MOVE ZERO               TO WK-QT-EVT-CLIENTE.
007150*
007160 3200-ABRIR-EXTRATO-EXIT.
007170     EXIT.
007180*
007190 3300-FECHAR-EXTRATO.
007200*----------------------------------------------------------------
007210*    FECHA O EXTRATO DO CLIENTE CORRENTE COM A LINHA DE SALDO
007220*    FINAL (SALDO RESULTANTE DO ULTIMO EVENTO DO MES), A DO
007230*    VALOR RETIDO POR BLOQUEIO JUDICIAL NO ULTIMO DIA DO MES
007240*    (SO QUANDO HA) E A DO SALDO DISPONIVEL - SALDO FINAL MAIS
007250*    O LIMITE DE CREDITO ATUAL MENOS O VALOR RETIDO.  O
007260*    EXTRATO EM ARQUIVO (EXTREC) NAO MUDA: OS CANAIS OBTEM O
007270*    DISPONIVEL DA CONSULTA ONLINE.
007280*----------------------------------------------------------------
007290     MOVE "SALDO FINAL   " TO EXTSAL-ROTULO.
007300     MOVE WK-SALDO-FINAL   TO EXTSAL-VALOR.
007310     MOVE WK-LINHA-SALDO   TO EXT-LINHA.
007320     WRITE EXT-LINHA.
007330*
007340     COMPUTE WK-DATA-FIM-MES = WK-ANO-MES-EXTRATO * 100 + 31.
007350     SET BJP-FN-TOTALIZAR    TO TRUE.
007360     MOVE WK-CLIENTE-CORRENTE TO BJP-CLI-NUMERO.
007370     MOVE WK-DATA-FIM-MES     TO BJP-DATA-REFERENCIA.
007380     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
007390*
007400     IF BJP-VL-BLOQUEADO IS GREATER THAN ZERO
007410         MOVE "BLOQ. JUDICIAL" TO EXTSAL-ROTULO
007420         MOVE BJP-VL-BLOQUEADO TO EXTSAL-VALOR
007430         MOVE WK-LINHA-SALDO   TO EXT-LINHA
007440         WRITE EXT-LINHA
007450     END-IF.
007460*
007470     COMPUTE WK-SALDO-DISPONIVEL =
007480             WK-SALDO-FINAL + WK-LIMITE-CLIENTE
007490             - BJP-VL-BLOQUEADO.
007500     MOVE "SALDO DISPON. " TO EXTSAL-ROTULO.
007510     MOVE WK-SALDO-DISPONIVEL TO EXTSAL-VALOR.
007520     MOVE WK-LINHA-SALDO   TO EXT-LINHA.
007530     WRITE EXT-LINHA.
007540*
007550     ADD 1 TO WK-QT-EXTRATOS-EMITIDOS.
007560*
007570     PERFORM 3400-GRAVAR-CLIENTE-ARQ
007580         THRU 3400-GRAVAR-CLIENTE-ARQ-EXIT.
007590*
007600 3300-FECHAR-EXTRATO-EXIT.
007610     EXIT.
007620*
007630 3400-GRAVAR-CLIENTE-ARQ.
007640*----------------------------------------------------------------
007650*    GRAVA NO EXTRATO EM ARQUIVO O BLOCO DO CLIENTE CORRENTE:
007660*    O REGISTRO DE CLIENTE (COM O SALDO INICIAL E O FINAL DO
007670*    MES) SEGUIDO DOS REGISTROS DE EVENTO GUARDADOS NA
007680*    TABELA.
007690*----------------------------------------------------------------
007700     MOVE SPACES               TO EXA-REGISTRO.
007710     MOVE "1"                  TO EXA-TIPO-REGISTRO.
007720     MOVE WK-CLIENTE-CORRENTE  TO EXA-CLI-NUMERO.
007730     MOVE WK-ANO-MES-EXTRATO   TO EXA-CLI-COMPETENCIA.
007740     MOVE WK-SALDO-INICIAL-ARQ TO EXA-CLI-SALDO-INICIAL.
007750     MOVE WK-SALDO-FINAL       TO EXA-CLI-SALDO-FINAL.
007760     PERFORM 3450-GRAVAR-REGISTRO-ARQ
007770         THRU 3450-GRAVAR-REGISTRO-ARQ-EXIT.
007780*
007790     PERFORM 3460-GRAVAR-EVENTO-ARQ
007800         THRU 3460-GRAVAR-EVENTO-ARQ-EXIT
007810         VARYING WK-IX-EVT-CLIENTE FROM 1 BY 1
007820         UNTIL WK-IX-EVT-CLIENTE > WK-QT-EVT-CLIENTE.
007830*
007840 3400-GRAVAR-CLIENTE-ARQ-EXIT.
007850     EXIT.
007860*
007870 3450-GRAVAR-REGISTRO-ARQ.
007880*----------------------------------------------------------------
007890*    GRAVA O REGISTRO JA MONTADO NO EXTRATO EM ARQUIVO.
007900*----------------------------------------------------------------
007910     WRITE EXA-REGISTRO.
007920*
007930     IF NOT WK-FS-EXTARQ = "00"
007940         DISPLAY "ERRO AO GRAVAR O EXTRATO EM ARQUIVO - FILE "
007950                 "STATUS " WK-FS-EXTARQ
007960         MOVE 12 TO RETURN-CODE
007970     END-IF.
007980*
007990 3450-GRAVAR-REGISTRO-ARQ-EXIT.
008000     EXIT.
008010*
008020 3460-GRAVAR-EVENTO-ARQ.
008030*----------------------------------------------------------------
008040*    GRAVA UM REGISTRO DE EVENTO GUARDADO NA TABELA DO
008050*    CLIENTE.
008060*----------------------------------------------------------------
008070     MOVE WK-EVT-ARQ (WK-IX-EVT-CLIENTE) TO EXA-REGISTRO.
008080     PERFORM 3450-GRAVAR-REGISTRO-ARQ
008090         THRU 3450-GRAVAR-REGISTRO-ARQ-EXIT.
008100*
008110 3460-GRAVAR-EVENTO-ARQ-EXIT.
008120     EXIT.
008130*
008140 3900-RECEBER-EVENTO.
008150*----------------------------------------------------------------
008160*    RECEBE O PROXIMO EVENTO JA ORDENADO DO SORT.
008170*----------------------------------------------------------------
008180     RETURN ARQUIVO-SORT
008190         AT END
008200             SET WK-FIM-ORDENADO TO TRUE
008210     END-RETURN.
008220*
008230 3900-RECEBER-EVENTO-EXIT.
008240     EXIT.
008250*
008260 8000-FINALIZAR.
008270*----------------------------------------------------------------
008280*    GRAVA O TRAILER DO EXTRATO EM ARQUIVO (QUANTIDADE DE
008290*    EVENTOS E SOMA LIQUIDA, COMO OS CONTROLES DO MOVDIA),
008300*    FECHA OS ARQUIVOS E EMITE O RESUMO DA EMISSAO.
008310*----------------------------------------------------------------
008320     MOVE SPACES             TO EXA-REGISTRO.
008330     MOVE "9"                TO EXA-TIPO-REGISTRO.
008340     MOVE WK-QT-EVENTOS-ARQ  TO EXA-TRL-QT-EVENTOS.
008350     MOVE WK-VL-LIQUIDO-ARQ  TO EXA-TRL-VL-LIQUIDO.
008360     PERFORM 3450-GRAVAR-REGISTRO-ARQ
008370         THRU 3450-GRAVAR-REGISTRO-ARQ-EXIT.
008380*
008390     CLOSE ARQUIVO-AUDITORIA.
008400     CLOSE CLIENTES-MASTER.
008410     CLOSE EXTRATO.
008420     CLOSE EXTRATO-ARQUIVO.
008430     IF WK-AUDHIST-ABERTO
008440         CLOSE HISTORICO-AUDITORIA
008450     END-IF.
008460     IF WK-ESTORNOS-ABERTO
008470         CLOSE CONTROLE-ESTORNOS
008480     END-IF.
008490     SET BJP-FN-FINALIZAR TO TRUE.
008500     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
008510*
008520     DISPLAY "EVENTOS SELECIONADOS...: "
008530             WK-QT-EVENTOS-SELECIONADOS.
008540     DISPLAY "EXTRATOS EMITIDOS......: "
008550             WK-QT-EXTRATOS-EMITIDOS.
008560     DISPLAY "EVENTOS NO ARQUIVO.....: "
008570             WK-QT-EVENTOS-ARQ.
008580     DISPLAY "VALOR LIQUIDO ARQUIVO..: "
008590             WK-VL-LIQUIDO-ARQ.
008600     DISPLAY "EVENTOS FORA DO ARQUIVO: "
008610             WK-QT-EVT-DESCARTADOS.
008620*
008630*    EXTRATO EM ARQUIVO INCOMPLETO AVISA O ESCALONADOR E OS
008640*    CANAIS COM RETURN-CODE 8.
008650     IF WK-QT-EVT-DESCARTADOS IS GREATER THAN ZERO
008660        AND RETURN-CODE IS EQUAL TO ZERO
008670         MOVE 8 TO RETURN-CODE
008680     END-IF.
008690*
008700 8000-FINALIZAR-EXIT.
008710     EXIT.
008720*
008730 8900-CONCLUIR-DIA.
008740*----------------------------------------------------------------
008750*    CARIMBA O PASSO EXTRATO COMO CONCLUIDO NO CONTROLE DO
008760*    DIA.
008770*----------------------------------------------------------------
008780     SET CTD-FN-CONCLUIR TO TRUE.
008790     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
008800     IF CTD-BLOQUEADO
008810         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
008820                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
008830     END-IF.
008840*
008850 8900-CONCLUIR-DIA-EXIT.
008860     EXIT.
008870*
008880 9999-FIM.
008890     STOP RUN.
