000150*    RELATORIO DE CONCILIACAO IMPRIME, PARA QUE A
000160*    CONTABILIDADE DEIXE DE REDIGITAR O RELDIA.
000170*
000180*    O ESTORNO GERA OS LANCAMENTOS OPOSTOS AOS DO EVENTO
000190*    ORIGINAL, SEPARADOS POR TIPO DE EVENTO ESTORNADO (O TIPO
000200*    VEM NA REFERENCIA DO PROPRIO ESTORNO, AUD-EST-TIPO-ORIGINAL),
000210*    COM HISTORICO PROPRIO PARA A CONTABILIDADE DISTINGUI-LOS.
000220*
000230*    O PASSO SO FECHA COM RETURN-CODE ZERO QUANDO OS PROPRIOS
000240*    TOTAIS BATEM: SOMA DOS DEBITOS IGUAL A SOMA DOS CREDITOS
000250*    E IGUAL A SOMA DOS TOTAIS POR EVENTO ACUMULADOS NA
000260*    LEITURA.  QUALQUER DIFERENCA DEVOLVE 12 E O ARQUIVO NAO
000270*    DEVE SER ENVIADO AO GL.
000280*----------------------------------------------------------------
000290*    HISTORICO DE ALTERACOES
000300*----------------------------------------------------------------
000310*    2026-08-22  EQC  VERSAO ORIGINAL.
000320*    2026-09-02  EQC  PASSA A GERAR O PAR DEBITO/CREDITO DAS
000330*                     TARIFAS COBRADAS (EVENTO TARIFA DA
000340*                     COBRANCA MENSAL), DEBITANDO DEPOSITOS E
000350*                     CREDITANDO RECEITA DE TARIFAS.
000360*    2026-09-02  EQC  PASSA A CONFERIR NO CONTROLE DO DIA
000370*                     (DIACTL) QUE O ATLZBAT DA DATA JA
000380*                     CONCLUIU, E A CARIMBAR O PROPRIO INICIO
000390*                     E CONCLUSAO (SO QUANDO BALANCEOU).
000400*    2026-09-02  EQC  PASSA A INCLUIR NO GLIFACE OS
000410*                     LANCAMENTOS REJEITADOS PELO GL E
000420*                     DEVOLVIDOS PARA REENVIO (GLRESEND, DO
000430*                     RETORNO-CONTABIL) E A REGISTRAR CADA
000440*                     LANCAMENTO ENVIADO NO ARQUIVO DE
000450*                     PENDENTES DE RETORNO (GLPEND), COM A
000460*                     DATA DO ENVIO.  OS REENVIOS ENTRAM NOS
000470*                     TOTAIS DE DEBITO E CREDITO MAS NAO NOS
000480*                     TOTAIS POR EVENTO; A CONFERENCIA FINAL
000490*                     DESCONTA-OS ANTES DE COMPARAR.
000500*    2026-10-15  EQC  PASSA A GERAR OS LANCAMENTOS OPOSTOS DOS
000510*                     ESTORNOS (EVENTO ESTORNO), UM PAR POR TIPO
000520*                     DE EVENTO ESTORNADO.
000530*----------------------------------------------------------------
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.    IBM-370.
000580 OBJECT-COMPUTER.    IBM-370.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WK-FS-AUDITLOG.
000660*
000670     SELECT ARQUIVO-INTERFACE ASSIGN TO "GLIFACE"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WK-FS-GLIFACE.
000710*
000720     SELECT ARQUIVO-REENVIO ASSIGN TO "GLRESEND"
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WK-FS-GLRESEND.
000760*
000770     SELECT LANCAMENTOS-PENDENTES ASSIGN TO "GLPEND"
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WK-FS-GLPEND.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ARQUIVO-AUDITORIA
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUDREC.
000870*
000880 FD  ARQUIVO-INTERFACE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY GLREC.
000910*
000920 FD  ARQUIVO-REENVIO
000930     LABEL RECORDS ARE STANDARD.
000940 01  RSND-REGISTRO               PIC X(72).
000950*
000960 FD  LANCAMENTOS-PENDENTES
000970     LABEL RECORDS ARE STANDARD.
000980     COPY GLPREC.
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 77  WK-FS-AUDITLOG          PIC X(02) VALUE "00".
001030 77  WK-FS-GLIFACE           PIC X(02) VALUE "00".
001040 77  WK-FS-GLRESEND          PIC X(02) VALUE "00".
001050     88  WK-FS-GLRESEND-OK              VALUE "00".
001060     88  WK-FS-GLRESEND-INEXISTENTE     VALUE "35".
001070 77  WK-FS-GLPEND            PIC X(02) VALUE "00".
001080     88  WK-FS-GLPEND-OK                VALUE "00".
001090     88  WK-FS-GLPEND-INEXISTENTE       VALUE "35".
001100*
001110 77  WK-SW-FIM-REENVIO       PIC X(01) VALUE "N".
001120     88  WK-FIM-REENVIO                  VALUE "S".
001130*
001140 77  WK-SW-REENVIO-ABERTO    PIC X(01) VALUE "N".
001150     88  WK-REENVIO-ABERTO               VALUE "S".
001160*
001170 77  WK-SW-FIM-AUDITORIA     PIC X(01) VALUE "N".
001180     88  WK-FIM-AUDITORIA                VALUE "S".
001190*
001200 77  WK-DATA-LANCAMENTO      PIC 9(08) VALUE ZERO.
001210*
001220 77  WK-VL-MOVIMENTOS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001230 77  WK-VL-JUROS             PIC S9(11)V99 COMP-3 VALUE ZERO.
001240 77  WK-VL-AJUSTES           PIC S9(11)V99 COMP-3 VALUE ZERO.
001250 77  WK-VL-REMUNERACOES      PIC S9(11)V99 COMP-3 VALUE ZERO.
001260 77  WK-VL-TARIFAS           PIC S9(11)V99 COMP-3 VALUE ZERO.
001270*
001280*    ESTORNOS, POR TIPO DE EVENTO ESTORNADO (EFEITO NO SALDO)
001290 77  WK-VL-EST-MOVIMENTOS    PIC S9(11)V99 COMP-3 VALUE ZERO.
001300 77  WK-VL-EST-JUROS         PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 77  WK-VL-EST-REMUNERACOES  PIC S9(11)V99 COMP-3 VALUE ZERO.
001320 77  WK-VL-EST-TARIFAS       PIC S9(11)V99 COMP-3 VALUE ZERO.
001330*
001340 77  WK-VL-LANCAMENTO        PIC S9(13)V99 COMP-3 VALUE ZERO.
001350 77  WK-VL-DEBITOS           PIC S9(13)V99 COMP-3 VALUE ZERO.
001360 77  WK-VL-CREDITOS          PIC S9(13)V99 COMP-3 VALUE ZERO.
001370 77  WK-VL-EVENTOS           PIC S9(13)V99 COMP-3 VALUE ZERO.
001380 77  WK-VL-REENVIO-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZERO.
001390 77  WK-VL-REENVIO-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZERO.
001400 77  WK-QT-REENVIADOS        PIC 9(05) COMP VALUE ZERO.
001410*
001420 77  WK-QT-LANCAMENTOS       PIC 9(05) COMP VALUE ZERO.
001430 77  WK-QT-ERROS-GRAVACAO    PIC 9(05) COMP VALUE ZERO.
001440*
001450 77  WK-CONTA-DEBITO         PIC 9(08) VALUE ZERO.
001460 77  WK-CONTA-CREDITO        PIC 9(08) VALUE ZERO.
001470 77  WK-HISTORICO-LANCTO     PIC X(30) VALUE SPACES.
001480*
001490*    PLANO DE CONTAS DA INTERFACE (FIXADO COM A CONTABILIDADE)
001500 77  WK-CONTA-CAIXA          PIC 9(08) VALUE 11010001.
001510 77  WK-CONTA-DEPOSITOS      PIC 9(08) VALUE 21010001.
001520 77  WK-CONTA-AJUSTES        PIC 9(08) VALUE 31010001.
001530 77  WK-CONTA-RECEITA-JUROS  PIC 9(08) VALUE 41010001.
001540 77  WK-CONTA-DESP-REMUNER   PIC 9(08) VALUE 51010001.
001550 77  WK-CONTA-RECEITA-TARIFAS
001560                             PIC 9(08) VALUE 41020001.
001570*
001580     COPY CTDPARM.
001590*
001600 PROCEDURE DIVISION.
001610*
001620 0000-MAINLINE.
001630     PERFORM 0500-VERIFICAR-DIA
001640         THRU 0500-VERIFICAR-DIA-EXIT.
001650*
001660     IF CTD-BLOQUEADO
001670         GO TO 9999-FIM
001680     END-IF.
001690*
001700     PERFORM 1000-INICIALIZAR
001710         THRU 1000-INICIALIZAR-EXIT.
001720*
001730     PERFORM 2000-ACUMULAR-EVENTO
001740         THRU 2000-ACUMULAR-EVENTO-EXIT
001750         UNTIL WK-FIM-AUDITORIA.
001760*
001770     PERFORM 3000-GERAR-LANCAMENTOS
001780         THRU 3000-GERAR-LANCAMENTOS-EXIT.
001790*
001800     PERFORM 3500-INCLUIR-REENVIOS
001810         THRU 3500-INCLUIR-REENVIOS-EXIT
001820         UNTIL WK-FIM-REENVIO.
001830*
001840     PERFORM 8000-FINALIZAR
001850         THRU 8000-FINALIZAR-EXIT.
001860*
001870     IF RETURN-CODE IS EQUAL TO ZERO
001880         PERFORM 8900-CONCLUIR-DIA
001890             THRU 8900-CONCLUIR-DIA-EXIT
001900     END-IF.
001910*
001920     GO TO 9999-FIM.
001930*
001940 0500-VERIFICAR-DIA.
001950*----------------------------------------------------------------
001960*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
001970*    CONTROLE-DIA) QUE O PROCESSAMENTO NOTURNO DE SALDOS
001980*    (ATLZBAT) DA DATA JA CONCLUIU - A INTERFACE LE O DIARIO
001990*    QUE ELE PRODUZ - E CARIMBA O PROPRIO INICIO.  BLOQUEADO,
002000*    ENCERRA COM RETURN-CODE 12 SEM GERAR NADA.
002010*----------------------------------------------------------------
002020     SET CTD-FN-INICIAR TO TRUE.
002030     MOVE "GLEXTR  "            TO CTD-PASSO-CHAMADOR.
002040*    ZEROS: A DATA E RESOLVIDA PELO SUBPROGRAMA COMO O
002050*    DIA ABERTO PELO ATLZBAT, IMUNE A VIRADA DA
002060*    MEIA-NOITE.
002070     MOVE ZERO                  TO CTD-DATA-PROCESSO.
002080     MOVE "ATLZBAT "            TO CTD-PASSO-EXIGIDO (1).
002090     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
002100     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
002110     MOVE SPACE                 TO CTD-VERIFICA-ARQUIVAMENTO.
002120*
002130     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
002140*
002150     IF CTD-BLOQUEADO
002160         DISPLAY "PASSO GLEXTR BLOQUEADO PELO CONTROLE DO "
002170                 "DIA: " CTD-MOTIVO-BLOQUEIO
002180         MOVE 12 TO RETURN-CODE
002190     END-IF.
002200*
002210 0500-VERIFICAR-DIA-EXIT.
002220     EXIT.
002230*
002240 1000-INICIALIZAR.
002250*----------------------------------------------------------------
002260*    ABRE OS ARQUIVOS E LE O PRIMEIRO REGISTRO DO DIARIO.  O
002270*    ARQUIVO DE REENVIO (GLRESEND) PODE NAO EXISTIR (NENHUM
002280*    LANCAMENTO REJEITADO PELO GL); O DE PENDENTES (GLPEND) E
002290*    CRIADO NA PRIMEIRA EXECUCAO.
002300*----------------------------------------------------------------
002310     OPEN INPUT  ARQUIVO-AUDITORIA.
002320     OPEN OUTPUT ARQUIVO-INTERFACE.
002330*
002340     OPEN INPUT ARQUIVO-REENVIO.
002350     EVALUATE TRUE
002360         WHEN WK-FS-GLRESEND-OK
002370             SET WK-REENVIO-ABERTO TO TRUE
002380         WHEN WK-FS-GLRESEND-INEXISTENTE
002390             SET WK-FIM-REENVIO TO TRUE
002400         WHEN OTHER
002410             DISPLAY "ERRO AO ABRIR O ARQUIVO DE REENVIO - "
002420                     "FILE STATUS " WK-FS-GLRESEND
002430             SET WK-FIM-REENVIO TO TRUE
002440             MOVE 12 TO RETURN-CODE
002450     END-EVALUATE.
002460*
002470     OPEN EXTEND LANCAMENTOS-PENDENTES.
002480     IF WK-FS-GLPEND-INEXISTENTE
002490         OPEN OUTPUT LANCAMENTOS-PENDENTES
002500     END-IF.
002510*
002520     ACCEPT WK-DATA-LANCAMENTO FROM DATE YYYYMMDD.
002530*
002540     PERFORM 2900-LER-AUDITORIA
002550         THRU 2900-LER-AUDITORIA-EXIT.
002560*
002570 1000-INICIALIZAR-EXIT.
002580     EXIT.
002590*
002600 2000-ACUMULAR-EVENTO.
002610*----------------------------------------------------------------
002620*    ACUMULA O TOTAL POR TIPO DE EVENTO DO DIARIO - OS MESMOS
002630*    TOTAIS DE CONTROLE DO RELATORIO DE CONCILIACAO.  EVENTOS
002640*    QUE NAO GERAM LANCAMENTO CONTABIL (REJEITADO E CADASTRO)
002650*    SAO IGNORADOS.
002660*----------------------------------------------------------------
002670     EVALUATE TRUE
002680         WHEN AUD-EV-MOVIMENTO
002690             ADD AUD-VALOR-EVENTO TO WK-VL-MOVIMENTOS
002700         WHEN AUD-EV-JUROS
002710             ADD AUD-VALOR-EVENTO TO WK-VL-JUROS
002720         WHEN AUD-EV-AJUSTE
002730             ADD AUD-VALOR-EVENTO TO WK-VL-AJUSTES
002740         WHEN AUD-EV-REMUNERACAO
002750             ADD AUD-VALOR-EVENTO TO WK-VL-REMUNERACOES
002760         WHEN AUD-EV-TARIFA
002770             ADD AUD-VALOR-EVENTO TO WK-VL-TARIFAS
002780         WHEN AUD-EV-ESTORNO
002790             PERFORM 2100-ACUMULAR-ESTORNO
002800                 THRU 2100-ACUMULAR-ESTORNO-EXIT
002810         WHEN OTHER
002820             CONTINUE
002830     END-EVALUATE.
002840*
002850     PERFORM 2900-LER-AUDITORIA
002860         THRU 2900-LER-AUDITORIA-EXIT.
002870*
002880 2000-ACUMULAR-EVENTO-EXIT.
002890     EXIT.
002900*
002910 2100-ACUMULAR-ESTORNO.
002920*----------------------------------------------------------------
002930*    ACUMULA O EFEITO DO ESTORNO NO SALDO NO TOTAL DO TIPO DE
002940*    EVENTO QUE ELE ESTORNA.
002950*----------------------------------------------------------------
002960     EVALUATE AUD-EST-TIPO-ORIGINAL
002970         WHEN "MOVIMENTO"
002980             ADD AUD-VALOR-EVENTO TO WK-VL-EST-MOVIMENTOS
002990         WHEN "JUROS"
003000             ADD AUD-VALOR-EVENTO TO WK-VL-EST-JUROS
003010         WHEN "REMUNER"
003020             ADD AUD-VALOR-EVENTO TO WK-VL-EST-REMUNERACOES
003030         WHEN "TARIFA"
003040             ADD AUD-VALOR-EVENTO TO WK-VL-EST-TARIFAS
003050         WHEN OTHER
003060             DISPLAY "ESTORNO DE TIPO DESCONHECIDO NO DIARIO: "
003070                     AUD-EST-TIPO-ORIGINAL " CLIENTE "
003080                     AUD-CLI-NUMERO
003090             MOVE 12 TO RETURN-CODE
003100     END-EVALUATE.
003110*
003120 2100-ACUMULAR-ESTORNO-EXIT.
003130     EXIT.
003140*
003150 2900-LER-AUDITORIA.
003160*----------------------------------------------------------------
003170*    LE O PROXIMO REGISTRO DO DIARIO DO DIA.
003180*----------------------------------------------------------------
003190     READ ARQUIVO-AUDITORIA
003200         AT END
003210             SET WK-FIM-AUDITORIA TO TRUE
003220     END-READ.
003230*
003240     IF WK-FS-AUDITLOG NOT = "00" AND NOT WK-FIM-AUDITORIA
003250         DISPLAY "ERRO AO LER O DIARIO - FILE STATUS "
003260                 WK-FS-AUDITLOG
003270         SET WK-FIM-AUDITORIA TO TRUE
003280     END-IF.
003290*
003300 2900-LER-AUDITORIA-EXIT.
003310     EXIT.
003320*
003330 3000-GERAR-LANCAMENTOS.
003340*----------------------------------------------------------------
003350*    GERA UM PAR DEBITO/CREDITO POR TIPO DE EVENTO COM TOTAL
003360*    DIFERENTE DE ZERO.  MOVIMENTOS: ENTRADA LIQUIDA DEBITA
003370*    CAIXA E CREDITA DEPOSITOS DE CLIENTES (SAIDA LIQUIDA, O
003380*    INVERSO).  JUROS DEVEDORES: DEBITAM DEPOSITOS E CREDITAM
003390*    RECEITA DE JUROS.  AJUSTES: ENTRE DEPOSITOS E A CONTA
003400*    TRANSITORIA DE AJUSTES, CONFORME O SINAL.  REMUNERACAO:
003410*    DEBITA DESPESA DE REMUNERACAO E CREDITA DEPOSITOS.
003420*    ESTORNOS: O PAR OPOSTO AO DO EVENTO ESTORNADO.
003430*----------------------------------------------------------------
003440     IF WK-VL-MOVIMENTOS IS NOT EQUAL TO ZERO
003450         IF WK-VL-MOVIMENTOS IS GREATER THAN ZERO
003460             MOVE WK-CONTA-CAIXA     TO WK-CONTA-DEBITO
003470             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-CREDITO
003480         ELSE
003490             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-DEBITO
003500             MOVE WK-CONTA-CAIXA     TO WK-CONTA-CREDITO
003510         END-IF
003520         MOVE WK-VL-MOVIMENTOS TO WK-VL-LANCAMENTO
003530         MOVE "MOVIMENTOS APLICADOS NO DIA" TO
003540              WK-HISTORICO-LANCTO
003550         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
003560             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
003570     END-IF.
003580*
003590     IF WK-VL-JUROS IS NOT EQUAL TO ZERO
003600         MOVE WK-CONTA-DEPOSITOS     TO WK-CONTA-DEBITO
003610         MOVE WK-CONTA-RECEITA-JUROS TO WK-CONTA-CREDITO
003620         MOVE WK-VL-JUROS            TO WK-VL-LANCAMENTO
003630         MOVE "JUROS DEVEDORES COBRADOS" TO
003640              WK-HISTORICO-LANCTO
003650         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
003660             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
003670     END-IF.
003680*
003690     IF WK-VL-AJUSTES IS NOT EQUAL TO ZERO
003700         IF WK-VL-AJUSTES IS GREATER THAN ZERO
003710             MOVE WK-CONTA-AJUSTES   TO WK-CONTA-DEBITO
003720             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-CREDITO
003730         ELSE
003740             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-DEBITO
003750             MOVE WK-CONTA-AJUSTES   TO WK-CONTA-CREDITO
003760         END-IF
003770         MOVE WK-VL-AJUSTES TO WK-VL-LANCAMENTO
003780         MOVE "AJUSTES DE SUPERVISOR" TO WK-HISTORICO-LANCTO
003790         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
003800             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
003810     END-IF.
003820*
003830     IF WK-VL-REMUNERACOES IS NOT EQUAL TO ZERO
003840         MOVE WK-CONTA-DESP-REMUNER TO WK-CONTA-DEBITO
003850         MOVE WK-CONTA-DEPOSITOS    TO WK-CONTA-CREDITO
003860         MOVE WK-VL-REMUNERACOES    TO WK-VL-LANCAMENTO
003870         MOVE "REMUNERACAO PAGA NO MES" TO
003880              WK-HISTORICO-LANCTO
003890         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
003900             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
003910     END-IF.
003920*
003930     IF WK-VL-TARIFAS IS NOT EQUAL TO ZERO
003940         MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-DEBITO
003950         MOVE WK-CONTA-RECEITA-TARIFAS
003960                                 TO WK-CONTA-CREDITO
003970         MOVE WK-VL-TARIFAS      TO WK-VL-LANCAMENTO
003980         MOVE "TARIFAS COBRADAS NO MES" TO
003990              WK-HISTORICO-LANCTO
004000         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
004010             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
004020     END-IF.
004030*
004040     IF WK-VL-EST-MOVIMENTOS IS NOT EQUAL TO ZERO
004050         IF WK-VL-EST-MOVIMENTOS IS GREATER THAN ZERO
004060             MOVE WK-CONTA-CAIXA     TO WK-CONTA-DEBITO
004070             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-CREDITO
004080         ELSE
004090             MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-DEBITO
004100             MOVE WK-CONTA-CAIXA     TO WK-CONTA-CREDITO
004110         END-IF
004120         MOVE WK-VL-EST-MOVIMENTOS TO WK-VL-LANCAMENTO
004130         MOVE "ESTORNOS DE MOVIMENTOS" TO WK-HISTORICO-LANCTO
004140         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
004150             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
004160     END-IF.
004170*
004180     IF WK-VL-EST-JUROS IS NOT EQUAL TO ZERO
004190         MOVE WK-CONTA-RECEITA-JUROS TO WK-CONTA-DEBITO
004200         MOVE WK-CONTA-DEPOSITOS     TO WK-CONTA-CREDITO
004210         MOVE WK-VL-EST-JUROS        TO WK-VL-LANCAMENTO
004220         MOVE "ESTORNOS DE JUROS DEVEDORES" TO
004230              WK-HISTORICO-LANCTO
004240         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
004250             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
004260     END-IF.
004270*
004280     IF WK-VL-EST-REMUNERACOES IS NOT EQUAL TO ZERO
004290         MOVE WK-CONTA-DEPOSITOS    TO WK-CONTA-DEBITO
004300         MOVE WK-CONTA-DESP-REMUNER TO WK-CONTA-CREDITO
004310         MOVE WK-VL-EST-REMUNERACOES TO WK-VL-LANCAMENTO
004320         MOVE "ESTORNOS DE REMUNERACAO" TO
004330              WK-HISTORICO-LANCTO
004340         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
004350             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
004360     END-IF.
004370*
004380     IF WK-VL-EST-TARIFAS IS NOT EQUAL TO ZERO
004390         MOVE WK-CONTA-RECEITA-TARIFAS
004400                                 TO WK-CONTA-DEBITO
004410         MOVE WK-CONTA-DEPOSITOS TO WK-CONTA-CREDITO
004420         MOVE WK-VL-EST-TARIFAS  TO WK-VL-LANCAMENTO
004430         MOVE "ESTORNOS DE TARIFAS" TO WK-HISTORICO-LANCTO
004440         PERFORM 3100-GRAVAR-PAR-LANCAMENTOS
004450             THRU 3100-GRAVAR-PAR-LANCAMENTOS-EXIT
004460     END-IF.
004470*
004480 3000-GERAR-LANCAMENTOS-EXIT.
004490     EXIT.
004500*
004510 3100-GRAVAR-PAR-LANCAMENTOS.
004520*----------------------------------------------------------------
004530*    GRAVA O PAR DEBITO/CREDITO DO LANCAMENTO CORRENTE, COM O
004540*    VALOR EM MODULO.  OS TOTAIS DE DEBITO E CREDITO SO
004550*    ACUMULAM O QUE FOI REALMENTE GRAVADO (FILE STATUS 00);
004560*    UMA GRAVACAO PERDIDA DEIXA OS TOTAIS DIFERENTES DO TOTAL
004570*    DOS EVENTOS E DERRUBA O RETURN-CODE NA CONFERENCIA
004580*    FINAL.
004590*----------------------------------------------------------------
004600     IF WK-VL-LANCAMENTO IS LESS THAN ZERO
004610         COMPUTE WK-VL-LANCAMENTO = WK-VL-LANCAMENTO * -1
004620     END-IF.
004630*
004640     MOVE SPACES             TO GL-REGISTRO.
004650     MOVE WK-DATA-LANCAMENTO TO GL-DATA-LANCAMENTO.
004660     MOVE WK-CONTA-DEBITO    TO GL-CONTA.
004670     SET GL-DEBITO           TO TRUE.
004680     MOVE WK-VL-LANCAMENTO   TO GL-VALOR.
004690     MOVE WK-HISTORICO-LANCTO
004700                             TO GL-HISTORICO.
004710     PERFORM 3900-GRAVAR-REGISTRO-GL
004720         THRU 3900-GRAVAR-REGISTRO-GL-EXIT.
004730     IF WK-FS-GLIFACE = "00"
004740         ADD WK-VL-LANCAMENTO TO WK-VL-DEBITOS
004750     END-IF.
004760*
004770     MOVE SPACES             TO GL-REGISTRO.
004780     MOVE WK-DATA-LANCAMENTO TO GL-DATA-LANCAMENTO.
004790     MOVE WK-CONTA-CREDITO   TO GL-CONTA.
004800     SET GL-CREDITO          TO TRUE.
004810     MOVE WK-VL-LANCAMENTO   TO GL-VALOR.
004820     MOVE WK-HISTORICO-LANCTO
004830                             TO GL-HISTORICO.
004840     PERFORM 3900-GRAVAR-REGISTRO-GL
004850         THRU 3900-GRAVAR-REGISTRO-GL-EXIT.
004860     IF WK-FS-GLIFACE = "00"
004870         ADD WK-VL-LANCAMENTO TO WK-VL-CREDITOS
004880     END-IF.
004890*
004900     ADD WK-VL-LANCAMENTO TO WK-VL-EVENTOS.
004910*
004920 3100-GRAVAR-PAR-LANCAMENTOS-EXIT.
004930     EXIT.
004940*
004950 3500-INCLUIR-REENVIOS.
004960*----------------------------------------------------------------
004970*    LE UM LANCAMENTO DEVOLVIDO PELO GL (GLRESEND, JA NO
004980*    LAYOUT DA INTERFACE) E O REGRAVA NO GLIFACE DESTA NOITE.
004990*    O REENVIO ENTRA NOS TOTAIS DE DEBITO E CREDITO (E NOS
005000*    TOTAIS PROPRIOS DE REENVIO, DESCONTADOS NA CONFERENCIA
005010*    FINAL), MAS NAO NOS TOTAIS POR EVENTO - ELE JA FOI
005020*    CONTADO NA NOITE EM QUE OS SEUS EVENTOS OCORRERAM.
005030*----------------------------------------------------------------
005040     READ ARQUIVO-REENVIO INTO GL-REGISTRO
005050         AT END
005060             SET WK-FIM-REENVIO TO TRUE
005070             GO TO 3500-INCLUIR-REENVIOS-EXIT
005080     END-READ.
005090*
005100     IF NOT WK-FS-GLRESEND-OK
005110         DISPLAY "ERRO AO LER O ARQUIVO DE REENVIO - FILE "
005120                 "STATUS " WK-FS-GLRESEND
005130         SET WK-FIM-REENVIO TO TRUE
005140         MOVE 12 TO RETURN-CODE
005150         GO TO 3500-INCLUIR-REENVIOS-EXIT
005160     END-IF.
005170*
005180     PERFORM 3900-GRAVAR-REGISTRO-GL
005190         THRU 3900-GRAVAR-REGISTRO-GL-EXIT.
005200*
005210     IF WK-FS-GLIFACE = "00"
005220         ADD 1 TO WK-QT-REENVIADOS
005230         IF GL-DEBITO
005240             ADD GL-VALOR TO WK-VL-DEBITOS
005250             ADD GL-VALOR TO WK-VL-REENVIO-DEBITOS
005260         ELSE
005270             ADD GL-VALOR TO WK-VL-CREDITOS
005280             ADD GL-VALOR TO WK-VL-REENVIO-CREDITOS
005290         END-IF
005300     END-IF.
005310*
005320 3500-INCLUIR-REENVIOS-EXIT.
005330     EXIT.
005340*
005350 3900-GRAVAR-REGISTRO-GL.
005360*----------------------------------------------------------------
005370*    GRAVA UM REGISTRO NA INTERFACE CONTABIL, CONTANDO AS
005380*    GRAVACOES ACEITAS E AS PERDIDAS, E REGISTRA O LANCAMENTO
005390*    ACEITO NO ARQUIVO DE PENDENTES DE RETORNO (GLPEND), COM
005400*    A DATA DE HOJE COMO DATA DO ENVIO, PARA O
005410*    RETORNO-CONTABIL ACOMPANHAR A RESPOSTA DO GL.
005420*----------------------------------------------------------------
005430     WRITE GL-REGISTRO.
005440*
005450     IF NOT WK-FS-GLIFACE = "00"
005460         DISPLAY "ERRO AO GRAVAR A INTERFACE - FILE STATUS "
005470                 WK-FS-GLIFACE
005480         ADD 1 TO WK-QT-ERROS-GRAVACAO
005490         GO TO 3900-GRAVAR-REGISTRO-GL-EXIT
005500     END-IF.
005510*
005520     ADD 1 TO WK-QT-LANCAMENTOS.
005530*
005540     MOVE SPACES              TO GLP-REGISTRO.
005550     MOVE GL-DATA-LANCAMENTO  TO GLP-DATA-LANCAMENTO.
005560     MOVE GL-CONTA            TO GLP-CONTA.
005570     MOVE GL-TIPO-LANCAMENTO  TO GLP-TIPO-LANCAMENTO.
005580     MOVE GL-VALOR            TO GLP-VALOR.
005590     MOVE GL-HISTORICO        TO GLP-HISTORICO.
005600     MOVE WK-DATA-LANCAMENTO  TO GLP-DATA-ENVIO.
005610     WRITE GLP-REGISTRO.
005620*
005630     IF NOT WK-FS-GLPEND = "00"
005640         DISPLAY "ERRO AO GRAVAR OS PENDENTES - FILE STATUS "
005650                 WK-FS-GLPEND
005660     END-IF.
005670*
005680 3900-GRAVAR-REGISTRO-GL-EXIT.
005690     EXIT.
005700*
005710 8000-FINALIZAR.
005720*----------------------------------------------------------------
005730*    FECHA OS ARQUIVOS, CONFERE O BALANCEAMENTO (DEBITOS =
005740*    CREDITOS = SOMA DOS TOTAIS POR EVENTO, EM MODULO) E
005750*    DEVOLVE RETURN-CODE 12 QUANDO O ARQUIVO NAO FECHA, PARA
005760*    QUE A INTERFACE NAO SEJA ENVIADA AO GL.
005770*----------------------------------------------------------------
005780     CLOSE ARQUIVO-AUDITORIA.
005790     CLOSE ARQUIVO-INTERFACE.
005800     CLOSE LANCAMENTOS-PENDENTES.
005810     IF WK-REENVIO-ABERTO
005820         CLOSE ARQUIVO-REENVIO
005830     END-IF.
005840*
005850     MOVE ZERO TO WK-VL-LANCAMENTO.
005860     IF WK-VL-MOVIMENTOS IS LESS THAN ZERO
005870         SUBTRACT WK-VL-MOVIMENTOS FROM WK-VL-LANCAMENTO
005880     ELSE
005890         ADD WK-VL-MOVIMENTOS TO WK-VL-LANCAMENTO
005900     END-IF.
005910     IF WK-VL-JUROS IS LESS THAN ZERO
005920         SUBTRACT WK-VL-JUROS FROM WK-VL-LANCAMENTO
005930     ELSE
005940         ADD WK-VL-JUROS TO WK-VL-LANCAMENTO
005950     END-IF.
005960     IF WK-VL-AJUSTES IS LESS THAN ZERO
005970         SUBTRACT WK-VL-AJUSTES FROM WK-VL-LANCAMENTO
005980     ELSE
005990         ADD WK-VL-AJUSTES TO WK-VL-LANCAMENTO
006000     END-IF.
006010     IF WK-VL-REMUNERACOES IS LESS THAN ZERO
006020         SUBTRACT WK-VL-REMUNERACOES FROM WK-VL-LANCAMENTO
006030     ELSE
006040         ADD WK-VL-REMUNERACOES TO WK-VL-LANCAMENTO
006050     END-IF.
006060     IF WK-VL-TARIFAS IS LESS THAN ZERO
006070         SUBTRACT WK-VL-TARIFAS FROM WK-VL-LANCAMENTO
006080     ELSE
006090         ADD WK-VL-TARIFAS TO WK-VL-LANCAMENTO
006100     END-IF.
006110     IF WK-VL-EST-MOVIMENTOS IS LESS THAN ZERO
006120         SUBTRACT WK-VL-EST-MOVIMENTOS FROM WK-VL-LANCAMENTO
006130     ELSE
006140         ADD WK-VL-EST-MOVIMENTOS TO WK-VL-LANCAMENTO
006150     END-IF.
006160     IF WK-VL-EST-JUROS IS LESS THAN ZERO
006170         SUBTRACT WK-VL-EST-JUROS FROM WK-VL-LANCAMENTO
006180     ELSE
006190         ADD WK-VL-EST-JUROS TO WK-VL-LANCAMENTO
006200     END-IF.
006210     IF WK-VL-EST-REMUNERACOES IS LESS THAN ZERO
006220         SUBTRACT WK-VL-EST-REMUNERACOES FROM WK-VL-LANCAMENTO
006230     ELSE
006240         ADD WK-VL-EST-REMUNERACOES TO WK-VL-LANCAMENTO
006250     END-IF.
006260     IF WK-VL-EST-TARIFAS IS LESS THAN ZERO
006270         SUBTRACT WK-VL-EST-TARIFAS FROM WK-VL-LANCAMENTO
006280     ELSE
006290         ADD WK-VL-EST-TARIFAS TO WK-VL-LANCAMENTO
006300     END-IF.
006310*
006320     DISPLAY "LANCAMENTOS GRAVADOS...: " WK-QT-LANCAMENTOS.
006330     DISPLAY "GRAVACOES PERDIDAS.....: " WK-QT-ERROS-GRAVACAO.
006340     DISPLAY "LANCAMENTOS REENVIADOS.: " WK-QT-REENVIADOS.
006350     DISPLAY "TOTAL DE DEBITOS.......: " WK-VL-DEBITOS.
006360     DISPLAY "TOTAL DE CREDITOS......: " WK-VL-CREDITOS.
006370     DISPLAY "TOTAL DOS EVENTOS......: " WK-VL-LANCAMENTO.
006380*
006390*    OS REENVIOS SAO DESCONTADOS ANTES DA CONFERENCIA: ELES
006400*    ENTRAM NO ARQUIVO MAS NAO NOS TOTAIS POR EVENTO DESTA
006410*    NOITE, E UM REENVIO PODE TER SO UMA DAS PERNAS DO PAR.
006420     SUBTRACT WK-VL-REENVIO-DEBITOS  FROM WK-VL-DEBITOS.
006430     SUBTRACT WK-VL-REENVIO-CREDITOS FROM WK-VL-CREDITOS.
006440*
006450     IF WK-QT-ERROS-GRAVACAO IS GREATER THAN ZERO
006460        OR WK-VL-DEBITOS IS NOT EQUAL TO WK-VL-CREDITOS
006470        OR WK-VL-DEBITOS IS NOT EQUAL TO WK-VL-LANCAMENTO
006480        OR WK-VL-DEBITOS IS NOT EQUAL TO WK-VL-EVENTOS
006490         DISPLAY "INTERFACE NAO BALANCEIA COM OS TOTAIS DOS "
006500                 "EVENTOS - ARQUIVO NAO DEVE SER ENVIADO."
006510         MOVE 12 TO RETURN-CODE
006520     END-IF.
006530*
006540 8000-FINALIZAR-EXIT.
006550     EXIT.
006560*
006570 8900-CONCLUIR-DIA.
006580*----------------------------------------------------------------
006590*    CARIMBA O PASSO GLEXTR COMO CONCLUIDO NO CONTROLE DO DIA
006600*    - SO CHAMADO QUANDO A INTERFACE BALANCEOU - LIBERANDO O
006610*    ARQUIVAMENTO (ARQAUD) QUE DEPENDE DELE.
006620*----------------------------------------------------------------
006630     SET CTD-FN-CONCLUIR TO TRUE.
006640     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
006650     IF CTD-BLOQUEADO
006660         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
006670                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
006680     END-IF.
006690*
006700 8900-CONCLUIR-DIA-EXIT.
006710     EXIT.
006720*
006730 9999-FIM.
006740     STOP RUN.
