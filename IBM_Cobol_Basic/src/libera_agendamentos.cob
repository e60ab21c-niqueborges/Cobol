000350*    (CLI-DATA-ULT-PROVISAO).  INSTRUCAO MENSAL LIBERADA AVANCA
000360*    O VENCIMENTO UM MES (DIA AJUSTADO AO FIM DO MES QUANDO
000370*    PRECISO); INSTRUCAO UNICA E ENCERRADA.
000380*
000390*    O ENCERRAMENTO DE CONTA JA CANCELA AS INSTRUCOES LIGADAS A
000400*    CONTA; POR DEFESA, UMA INSTRUCAO VENCIDA CUJA CONTA
000410*    DEBITADA OU CREDITADA ESTEJA ENCERRADA NO MESTRE (CLIMSTR)
000420*    NAO E LIBERADA E E CANCELADA AQUI.
000430*----------------------------------------------------------------
000440*    HISTORICO DE ALTERACOES
000450*----------------------------------------------------------------
000460*    2026-09-02  EQC  VERSAO ORIGINAL.
000470*    2026-09-02  EQC  SEM DATA NO SYSIN, A DATA DE
000480*                     PROCESSAMENTO PASSA A VIR DO HEADER DO
000490*                     MOVDIA DA NOITE, PARA O LOTE AGENDADOS
000500*                     NUNCA DIVERGIR DOS LOTES DAS AGENCIAS
000510*                     NA VIRADA DA MEIA-NOITE.
000520*    2026-09-02  EQC  O ARQUIVO DE SAIDA PASSA A SER
000530*                     ACRESCENTADO EM VEZ DE RECRIADO: NUMA
000540*                     RESUBMISSAO, OS MOVIMENTOS JA LIBERADOS
000550*                     (E MARCADOS NA AGENDA) PERMANECEM NO
000560*                     ARQUIVO EM VEZ DE SEREM PERDIDOS; SO O
000570*                     JOB O APAGA, DEPOIS DE UMA NOITE
000580*                     CONCLUIDA COM SUCESSO.
000590*    2026-10-15  EQC  INSTRUCAO VENCIDA CUJA CONTA DEBITADA OU
000600*                     CREDITADA ESTA ENCERRADA (CLI-ENCERRADO)
000610*                     DEIXA DE SER LIBERADA E E CANCELADA; O
000620*                     MESTRE E CONSULTADO SO PARA ISSO.
000630*----------------------------------------------------------------
000640*
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.    IBM-370.
000680 OBJECT-COMPUTER.    IBM-370.
000690*
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT ARQUIVO-AGENDA ASSIGN TO "AGENDA"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS AGD-NUMERO
000760         FILE STATUS IS WK-FS-AGENDA.
000770*
000780     SELECT ARQUIVO-MOVIMENTOS ASSIGN TO "MOVAGD"
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WK-FS-MOVAGD.
000820*
000830     SELECT MOVIMENTOS-DA-NOITE ASSIGN TO "MOVDIA"
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WK-FS-MOVDIA.
000870*
000880     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS CLI-NUMERO
000920         FILE STATUS IS WK-FS-CLIMSTR.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  ARQUIVO-AGENDA
000970     LABEL RECORDS ARE STANDARD.
000980     COPY AGDREC.
000990*
001000 FD  ARQUIVO-MOVIMENTOS
001010     LABEL RECORDS ARE STANDARD.
001020     COPY MOVREC.
001030     COPY MOVCTL.
001040*
001050 FD  MOVIMENTOS-DA-NOITE
001060     LABEL RECORDS ARE STANDARD.
001070 01  MOVDIA-REGISTRO             PIC X(33).
001080*
001090 FD  CLIENTES-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CLIREC.
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150 77  WK-FS-AGENDA            PIC X(02) VALUE "00".
001160     88  WK-FS-AGENDA-OK                VALUE "00".
001170     88  WK-FS-AGENDA-INEXISTENTE       VALUE "35".
001180 77  WK-FS-MOVAGD            PIC X(02) VALUE "00".
001190     88  WK-FS-MOVAGD-OK                VALUE "00".
001200     88  WK-FS-MOVAGD-INEXISTENTE       VALUE "35".
001210 77  WK-FS-MOVDIA            PIC X(02) VALUE "00".
001220     88  WK-FS-MOVDIA-OK                VALUE "00".
001230 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
001240     88  WK-FS-CLIMSTR-OK               VALUE "00".
001250*
001260*    COPIA DO PRIMEIRO REGISTRO DO MOVDIA, DE ONDE SAI A DATA
001270*    DE PROCESSAMENTO DA NOITE QUANDO O SYSIN NAO A INFORMA.
001280 01  WK-REG-MOVDIA.
001290     05  WK-MOVDIA-TIPO      PIC 9(09).
001300         88  WK-MOVDIA-HEADER            VALUE ZERO.
001310     05  WK-MOVDIA-DATA      PIC 9(08).
001320     05  FILLER              PIC X(16).
001330*
001340 77  WK-SW-FIM-AGENDA        PIC X(01) VALUE "N".
001350     88  WK-FIM-AGENDA                   VALUE "S".
001360*
001370 77  WK-SW-AGENDA-ABERTA     PIC X(01) VALUE "N".
001380     88  WK-AGENDA-ABERTA                VALUE "S".
001390*
001400 77  WK-SW-MESTRE-ABERTO     PIC X(01) VALUE "N".
001410     88  WK-MESTRE-ABERTO                VALUE "S".
001420*
001430 77  WK-SW-CONTA-ENCERRADA   PIC X(01) VALUE "N".
001440     88  WK-CONTA-ENCERRADA              VALUE "S".
001450*
001460 77  WK-DATA-PROCESSO        PIC 9(08) VALUE ZERO.
001470 77  WK-PARM-DATA            PIC 9(08) VALUE ZERO.
001480*
001490 01  WK-DATA-VENCIMENTO.
001500     05  WK-VENC-ANO         PIC 9(04).
001510     05  WK-VENC-MES         PIC 9(02).
001520     05  WK-VENC-DIA         PIC 9(02).
001530*
001540 77  WK-ULT-DIA-MES          PIC 9(02) VALUE ZERO.
001550 77  WK-RESTO-ANO            PIC 9(04) VALUE ZERO.
001560 77  WK-QUOCIENTE-ANO        PIC 9(04) VALUE ZERO.
001570*
001580 77  WK-QT-INSTRUCOES-LIDAS  PIC 9(07) COMP VALUE ZERO.
001590 77  WK-QT-LIBERADAS         PIC 9(07) COMP VALUE ZERO.
001600 77  WK-QT-JA-LIBERADAS      PIC 9(07) COMP VALUE ZERO.
001610 77  WK-QT-ENCERRADAS        PIC 9(07) COMP VALUE ZERO.
001620 77  WK-QT-CANCELADAS        PIC 9(07) COMP VALUE ZERO.
001630 77  WK-VL-LIQUIDO-LOTE      PIC S9(09)V99 COMP-3 VALUE ZERO.
001640*
001650 PROCEDURE DIVISION.
001660*
001670 0000-MAINLINE.
001680     PERFORM 1000-INICIALIZAR
001690         THRU 1000-INICIALIZAR-EXIT.
001700*
001710     PERFORM 2000-LIBERAR-INSTRUCAO
001720         THRU 2000-LIBERAR-INSTRUCAO-EXIT
001730         UNTIL WK-FIM-AGENDA.
001740*
001750     PERFORM 8000-FINALIZAR
001760         THRU 8000-FINALIZAR-EXIT.
001770*
001780     GO TO 9999-FIM.
001790*
001800 1000-INICIALIZAR.
001810*----------------------------------------------------------------
001820*    DETERMINA A DATA DE PROCESSAMENTO (SYSIN; SENAO O HEADER
001830*    DO MOVDIA DA NOITE; EM ULTIMO CASO, HOJE), ABRE A AGENDA
001840*    (AUSENTE = NADA A LIBERAR), O MESTRE DE CLIENTES E O
001850*    ARQUIVO DE SAIDA, GRAVA O HEADER DO LOTE E LE A PRIMEIRA
001860*    INSTRUCAO.  SEM O MESTRE A LIBERACAO SEGUE, COM AVISO: A
001870*    POSTAGEM DA NOITE REJEITA DE QUALQUER FORMA O MOVIMENTO
001880*    DE CONTA ENCERRADA.
001890*----------------------------------------------------------------
001900     ACCEPT WK-PARM-DATA.
001910     IF WK-PARM-DATA IS NUMERIC
001920        AND WK-PARM-DATA IS GREATER THAN ZERO
001930         MOVE WK-PARM-DATA TO WK-DATA-PROCESSO
001940     ELSE
001950         PERFORM 1100-LER-DATA-DO-MOVDIA
001960             THRU 1100-LER-DATA-DO-MOVDIA-EXIT
001970     END-IF.
001980     DISPLAY "LIBERACAO DE AGENDAMENTOS DA DATA "
001990             WK-DATA-PROCESSO.
002000*
002010     OPEN I-O ARQUIVO-AGENDA.
002020     EVALUATE TRUE
002030         WHEN WK-FS-AGENDA-OK
002040             SET WK-AGENDA-ABERTA TO TRUE
002050         WHEN WK-FS-AGENDA-INEXISTENTE
002060             DISPLAY "AGENDA INEXISTENTE - NADA A LIBERAR."
002070             SET WK-FIM-AGENDA TO TRUE
002080         WHEN OTHER
002090             DISPLAY "ERRO AO ABRIR A AGENDA - FILE STATUS "
002100                     WK-FS-AGENDA
002110             SET WK-FIM-AGENDA TO TRUE
002120             MOVE 12 TO RETURN-CODE
002130     END-EVALUATE.
002140*
002150     OPEN INPUT CLIENTES-MASTER.
002160     IF WK-FS-CLIMSTR-OK
002170         SET WK-MESTRE-ABERTO TO TRUE
002180     ELSE
002190         DISPLAY "AVISO: MESTRE DE CLIENTES INDISPONIVEL (FILE "
002200                 "STATUS " WK-FS-CLIMSTR ") - CONTAS ENCERRADAS "
002210                 "NAO SERAO VERIFICADAS."
002220     END-IF.
002230*
002240*    O ARQUIVO DE SAIDA E ACRESCENTADO, NUNCA RECRIADO: NUMA
002250*    RESUBMISSAO DA NOITE, OS MOVIMENTOS JA LIBERADOS NA
002260*    EXECUCAO ANTERIOR (E JA MARCADOS NA AGENDA) CONTINUAM NO
002270*    ARQUIVO E ESTA EXECUCAO SO ACRESCENTA MAIS UM LOTE
002280*    AGENDADOS - NORMALMENTE VAZIO - COM O QUE AINDA FALTAVA.
002290*    SO O JOB APAGA O ARQUIVO, DEPOIS DE UMA NOITE CONCLUIDA
002300*    COM SUCESSO (MESMA DISCIPLINA DO CIRCUITO DE SUSPENSOS).
002310     OPEN EXTEND ARQUIVO-MOVIMENTOS.
002320     IF WK-FS-MOVAGD-INEXISTENTE
002330         OPEN OUTPUT ARQUIVO-MOVIMENTOS
002340     END-IF.
002350*
002360     MOVE ZERO               TO CTL-TIPO-REGISTRO.
002370     MOVE SPACES             TO CTL-DADOS.
002380     MOVE WK-DATA-PROCESSO   TO CTL-HDR-DATA-PROCESSO.
002390     MOVE "AGENDADOS "       TO CTL-HDR-ORIGEM.
002400     WRITE CTL-REGISTRO.
002410*
002420     IF NOT WK-FIM-AGENDA
002430         PERFORM 2900-LER-INSTRUCAO
002440             THRU 2900-LER-INSTRUCAO-EXIT
002450     END-IF.
002460*
002470 1000-INICIALIZAR-EXIT.
002480     EXIT.
002490*
002500 1100-LER-DATA-DO-MOVDIA.
002510*----------------------------------------------------------------
002520*    LE O PRIMEIRO REGISTRO DO MOVDIA DA NOITE E USA A DATA DO
002530*    HEADER COMO DATA DE PROCESSAMENTO - A MESMA QUE O DRIVER
002540*    BATCH VAI EXIGIR DE TODOS OS LOTES, INCLUSIVE DO
002550*    AGENDADOS.  SEM MOVDIA LEGIVEL OU SEM HEADER VALIDO, VALE
002560*    A DATA DE HOJE, COM AVISO (A NOITE INTEIRA ABORTARIA NO
002570*    DRIVER DE QUALQUER FORMA SE O MOVDIA ESTIVER INVALIDO).
002580*----------------------------------------------------------------
002590     ACCEPT WK-DATA-PROCESSO FROM DATE YYYYMMDD.
002600*
002610     OPEN INPUT MOVIMENTOS-DA-NOITE.
002620     IF NOT WK-FS-MOVDIA-OK
002630         DISPLAY "AVISO: MOVDIA INDISPONIVEL (FILE STATUS "
002640                 WK-FS-MOVDIA ") - VALE A DATA DE HOJE."
002650         GO TO 1100-LER-DATA-DO-MOVDIA-EXIT
002660     END-IF.
002670*
002680     READ MOVIMENTOS-DA-NOITE INTO WK-REG-MOVDIA
002690         AT END
002700             DISPLAY "AVISO: MOVDIA VAZIO - VALE A DATA DE "
002710                     "HOJE."
002720             CLOSE MOVIMENTOS-DA-NOITE
002730             GO TO 1100-LER-DATA-DO-MOVDIA-EXIT
002740     END-READ.
002750*
002760     CLOSE MOVIMENTOS-DA-NOITE.
002770*
002780     IF WK-MOVDIA-TIPO IS NUMERIC
002790        AND WK-MOVDIA-HEADER
002800        AND WK-MOVDIA-DATA IS NUMERIC
002810        AND WK-MOVDIA-DATA IS GREATER THAN ZERO
002820         MOVE WK-MOVDIA-DATA TO WK-DATA-PROCESSO
002830     ELSE
002840         DISPLAY "AVISO: PRIMEIRO REGISTRO DO MOVDIA NAO E UM "
002850                 "HEADER VALIDO - VALE A DATA DE HOJE."
002860     END-IF.
002870*
002880 1100-LER-DATA-DO-MOVDIA-EXIT.
002890     EXIT.
002900*
002910 2000-LIBERAR-INSTRUCAO.
002920*----------------------------------------------------------------
002930*    DECIDE O DESTINO DA INSTRUCAO CORRENTE: ATIVA E VENCIDA
002940*    NA DATA DE PROCESSAMENTO, AINDA NAO LIBERADA NESTA DATA,
002950*    GERA O MOVIMENTO DE SAIDA, AVANCA O VENCIMENTO (OU
002960*    ENCERRA A INSTRUCAO UNICA) E REGRAVA - OU, COM CONTA
002970*    ENCERRADA, SO CANCELA E REGRAVA; AS DEMAIS SO
002980*    PASSAM.  OS TESTES IS NUMERIC SAO DEFESA CONTRA UM
002990*    REGISTRO CORROMPIDO.
003000*----------------------------------------------------------------
003010     IF AGD-DATA-PROXIMA IS NOT NUMERIC
003020         MOVE ZERO TO AGD-DATA-PROXIMA
003030     END-IF.
003040     IF AGD-DATA-ULT-LIBERACAO IS NOT NUMERIC
003050         MOVE ZERO TO AGD-DATA-ULT-LIBERACAO
003060     END-IF.
003070*
003080     IF NOT AGD-ATIVO
003090         GO TO 2000-LIBERAR-PROXIMA
003100     END-IF.
003110*
003120     IF AGD-DATA-PROXIMA IS EQUAL TO ZERO
003130        OR AGD-DATA-PROXIMA IS GREATER THAN WK-DATA-PROCESSO
003140         GO TO 2000-LIBERAR-PROXIMA
003150     END-IF.
003160*
003170     IF AGD-DATA-ULT-LIBERACAO IS EQUAL TO WK-DATA-PROCESSO
003180         ADD 1 TO WK-QT-JA-LIBERADAS
003190         GO TO 2000-LIBERAR-PROXIMA
003200     END-IF.
003210*
003220     PERFORM 2500-VERIFICAR-CONTAS
003230         THRU 2500-VERIFICAR-CONTAS-EXIT.
003240*
003250     IF WK-CONTA-ENCERRADA
003260         SET AGD-CANCELADO TO TRUE
003270         ADD 1 TO WK-QT-CANCELADAS
003280         DISPLAY "INSTRUCAO " AGD-NUMERO " CANCELADA - CONTA "
003290                 "ENCERRADA."
003300         GO TO 2000-LIBERAR-REGRAVAR
003310     END-IF.
003320*
003330     PERFORM 3000-GRAVAR-MOVIMENTO
003340         THRU 3000-GRAVAR-MOVIMENTO-EXIT.
003350*
003360     MOVE WK-DATA-PROCESSO TO AGD-DATA-ULT-LIBERACAO.
003370     IF AGD-UNICA
003380         SET AGD-ENCERRADO TO TRUE
003390         ADD 1 TO WK-QT-ENCERRADAS
003400     ELSE
003410         PERFORM 3300-AVANCAR-VENCIMENTO
003420             THRU 3300-AVANCAR-VENCIMENTO-EXIT
003430     END-IF.
003440*
003450 2000-LIBERAR-REGRAVAR.
003460     REWRITE AGD-REGISTRO
003470         INVALID KEY
003480             DISPLAY "ERRO AO REGRAVAR A INSTRUCAO "
003490                     AGD-NUMERO " NA AGENDA."
003500     END-REWRITE.
003510*
003520 2000-LIBERAR-PROXIMA.
003530     PERFORM 2900-LER-INSTRUCAO
003540         THRU 2900-LER-INSTRUCAO-EXIT.
003550*
003560 2000-LIBERAR-INSTRUCAO-EXIT.
003570     EXIT.
003580*
003590 2500-VERIFICAR-CONTAS.
003600*----------------------------------------------------------------
003610*    CONSULTA NO MESTRE A CONTA DEBITADA E, NA TRANSFERENCIA, A
003620*    CREDITADA, E LIGA WK-CONTA-ENCERRADA QUANDO ALGUMA DELAS
003630*    ESTA ENCERRADA.  CLIENTE NAO ENCONTRADO NAO E TRATADO AQUI:
003640*    A POSTAGEM DA NOITE JA O REJEITA.
003650*----------------------------------------------------------------
003660     MOVE "N" TO WK-SW-CONTA-ENCERRADA.
003670*
003680     IF NOT WK-MESTRE-ABERTO
003690         GO TO 2500-VERIFICAR-CONTAS-EXIT
003700     END-IF.
003710*
003720     MOVE AGD-CLI-NUMERO TO CLI-NUMERO.
003730     READ CLIENTES-MASTER
003740         INVALID KEY
003750             CONTINUE
003760     END-READ.
003770     IF WK-FS-CLIMSTR-OK AND CLI-ENCERRADO
003780         SET WK-CONTA-ENCERRADA TO TRUE
003790         GO TO 2500-VERIFICAR-CONTAS-EXIT
003800     END-IF.
003810*
003820     IF AGD-CLI-CREDITO IS NOT NUMERIC
003830        OR AGD-CLI-CREDITO IS EQUAL TO ZERO
003840         GO TO 2500-VERIFICAR-CONTAS-EXIT
003850     END-IF.
003860*
003870     MOVE AGD-CLI-CREDITO TO CLI-NUMERO.
003880     READ CLIENTES-MASTER
003890         INVALID KEY
003900             CONTINUE
003910     END-READ.
003920     IF WK-FS-CLIMSTR-OK AND CLI-ENCERRADO
003930         SET WK-CONTA-ENCERRADA TO TRUE
003940     END-IF.
003950*
003960 2500-VERIFICAR-CONTAS-EXIT.
003970     EXIT.
003980*
003990 2900-LER-INSTRUCAO.
004000*----------------------------------------------------------------
004010*    LE A PROXIMA INSTRUCAO DA AGENDA.  QUALQUER ERRO DE
004020*    LEITURA ENCERRA A VARREDURA, PARA NAO FICAR EM LACO SOBRE
004030*    UM ARQUIVO INACESSIVEL.
004040*----------------------------------------------------------------
004050     READ ARQUIVO-AGENDA NEXT RECORD
004060         AT END
004070             SET WK-FIM-AGENDA TO TRUE
004080         NOT AT END
004090             ADD 1 TO WK-QT-INSTRUCOES-LIDAS
004100     END-READ.
004110*
004120     IF NOT WK-FS-AGENDA-OK AND NOT WK-FIM-AGENDA
004130         DISPLAY "ERRO AO LER A AGENDA - FILE STATUS "
004140                 WK-FS-AGENDA
004150         SET WK-FIM-AGENDA TO TRUE
004160         MOVE 12 TO RETURN-CODE
004170     END-IF.
004180*
004190 2900-LER-INSTRUCAO-EXIT.
004200     EXIT.
004210*
004220 3000-GRAVAR-MOVIMENTO.
004230*----------------------------------------------------------------
004240*    GRAVA NO ARQUIVO DE SAIDA O MOVIMENTO GERADO PELA
004250*    INSTRUCAO CORRENTE, NO LAYOUT DO MOVDIA, E ACUMULA OS
004260*    TOTAIS DO TRAILER DO LOTE.
004270*----------------------------------------------------------------
004280     MOVE AGD-CLI-NUMERO   TO MOV-CLI-NUMERO.
004290     MOVE AGD-VALOR        TO MOV-VALOR.
004300     MOVE WK-DATA-PROCESSO TO MOV-DATA.
004310     MOVE SPACES           TO MOV-COMPLEMENTO.
004320     IF AGD-CLI-CREDITO IS NUMERIC
004330        AND AGD-CLI-CREDITO IS GREATER THAN ZERO
004340         MOVE "T"             TO MOV-TIPO-MOVIMENTO
004350         MOVE AGD-CLI-CREDITO TO MOV-CLI-CREDITO
004360     END-IF.
004370*
004380     WRITE MOV-REGISTRO.
004390*
004400     IF NOT WK-FS-MOVAGD = "00"
004410         DISPLAY "ERRO AO GRAVAR O MOVIMENTO DA INSTRUCAO "
004420                 AGD-NUMERO " - FILE STATUS " WK-FS-MOVAGD
004430         MOVE 12 TO RETURN-CODE
004440     ELSE
004450         ADD 1         TO WK-QT-LIBERADAS
004460         ADD AGD-VALOR TO WK-VL-LIQUIDO-LOTE
004470     END-IF.
004480*
004490 3000-GRAVAR-MOVIMENTO-EXIT.
004500     EXIT.
004510*
004520 3300-AVANCAR-VENCIMENTO.
004530*----------------------------------------------------------------
004540*    AVANCA O VENCIMENTO DE UMA INSTRUCAO MENSAL EM UM MES,
004550*    AJUSTANDO O DIA AO ULTIMO DIA DO MES DE DESTINO QUANDO O
004560*    DIA CADASTRADO NAO EXISTE NELE (EX: ALUGUEL DO DIA 31).
004570*----------------------------------------------------------------
004580     MOVE AGD-DATA-PROXIMA TO WK-DATA-VENCIMENTO.
004590*
004600     IF WK-VENC-MES IS LESS THAN 12
004610         ADD 1 TO WK-VENC-MES
004620     ELSE
004630         MOVE 1 TO WK-VENC-MES
004640         ADD 1 TO WK-VENC-ANO
004650     END-IF.
004660*
004670     PERFORM 3310-ULTIMO-DIA-DO-MES
004680         THRU 3310-ULTIMO-DIA-DO-MES-EXIT.
004690*
004700     IF WK-VENC-DIA IS GREATER THAN WK-ULT-DIA-MES
004710         MOVE WK-ULT-DIA-MES TO WK-VENC-DIA
004720     END-IF.
004730*
004740     MOVE WK-DATA-VENCIMENTO TO AGD-DATA-PROXIMA.
004750*
004760 3300-AVANCAR-VENCIMENTO-EXIT.
004770     EXIT.
004780*
004790 3310-ULTIMO-DIA-DO-MES.
004800*----------------------------------------------------------------
004810*    DETERMINA O ULTIMO DIA DO MES DE DESTINO, COM FEVEREIRO
004820*    DE 29 DIAS NOS ANOS BISSEXTOS (DIVISIVEL POR 4 E NAO POR
004830*    100, OU DIVISIVEL POR 400).
004840*----------------------------------------------------------------
004850     EVALUATE WK-VENC-MES
004860         WHEN 01
004870         WHEN 03
004880         WHEN 05
004890         WHEN 07
004900         WHEN 08
004910         WHEN 10
004920         WHEN 12
004930             MOVE 31 TO WK-ULT-DIA-MES
004940         WHEN 04
004950         WHEN 06
004960         WHEN 09
004970         WHEN 11
004980             MOVE 30 TO WK-ULT-DIA-MES
004990         WHEN OTHER
005000             MOVE 28 TO WK-ULT-DIA-MES
005010             DIVIDE WK-VENC-ANO BY 4
005020                 GIVING WK-QUOCIENTE-ANO
005030                 REMAINDER WK-RESTO-ANO
005040             IF WK-RESTO-ANO IS EQUAL TO ZERO
005050                 MOVE 29 TO WK-ULT-DIA-MES
005060                 DIVIDE WK-VENC-ANO BY 100
005070                     GIVING WK-QUOCIENTE-ANO
005080                     REMAINDER WK-RESTO-ANO
005090                 IF WK-RESTO-ANO IS EQUAL TO ZERO
005100                     MOVE 28 TO WK-ULT-DIA-MES
005110                     DIVIDE WK-VENC-ANO BY 400
005120                         GIVING WK-QUOCIENTE-ANO
005130                         REMAINDER WK-RESTO-ANO
005140                     IF WK-RESTO-ANO IS EQUAL TO ZERO
005150                         MOVE 29 TO WK-ULT-DIA-MES
005160                     END-IF
005170                 END-IF
005180             END-IF
005190     END-EVALUATE.
005200*
005210 3310-ULTIMO-DIA-DO-MES-EXIT.
005220     EXIT.
005230*
005240 8000-FINALIZAR.
005250*----------------------------------------------------------------
005260*    GRAVA O TRAILER DO LOTE (QUANTIDADE E SOMA LIQUIDA),
005270*    FECHA OS ARQUIVOS E EMITE O RESUMO DA LIBERACAO.
005280*----------------------------------------------------------------
005290     MOVE 999999999          TO CTL-TIPO-REGISTRO.
005300     MOVE SPACES             TO CTL-DADOS.
005310     MOVE WK-QT-LIBERADAS    TO CTL-TRL-QT-MOVIMENTOS.
005320     MOVE WK-VL-LIQUIDO-LOTE TO CTL-TRL-VL-LIQUIDO.
005330     WRITE CTL-REGISTRO.
005340*
005350     CLOSE ARQUIVO-MOVIMENTOS.
005360     IF WK-AGENDA-ABERTA
005370         CLOSE ARQUIVO-AGENDA
005380     END-IF.
005390     IF WK-MESTRE-ABERTO
005400         CLOSE CLIENTES-MASTER
005410     END-IF.
005420*
005430     DISPLAY "INSTRUCOES LIDAS.......: " WK-QT-INSTRUCOES-LIDAS.
005440     DISPLAY "MOVIMENTOS LIBERADOS...: " WK-QT-LIBERADAS.
005450     DISPLAY "JA LIBERADAS NESTA DATA: " WK-QT-JA-LIBERADAS.
005460     DISPLAY "INSTRUCOES ENCERRADAS..: " WK-QT-ENCERRADAS.
005470     DISPLAY "CANCELADAS (ENCERRADAS): " WK-QT-CANCELADAS.
005480     DISPLAY "VALOR LIQUIDO DO LOTE..: " WK-VL-LIQUIDO-LOTE.
005490*
005500 8000-FINALIZAR-EXIT.
005510     EXIT.
005520*
005530 9999-FIM.
005540     STOP RUN.
