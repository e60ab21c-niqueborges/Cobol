000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RELATORIO-BLOQUEIOS.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    RELATORIO DIARIO DE BLOQUEIOS JUDICIAIS: VARRE O ARQUIVO DE
000100*    BLOQUEIOS (BLQJUD, LAYOUT BJDREC), MANTIDO PELA TRANSACAO
000110*    MANUTENCAO-BLOQUEIO-JUDICIAL, E LISTA CADA ORDEM ATIVA NA
000120*    DATA DE HOJE, AGRUPADA POR CLIENTE, COM O SALDO, O LIMITE,
000130*    O TOTAL BLOQUEADO E O SALDO DISPONIVEL DO CLIENTE (LIDOS DO
000140*    ARQUIVO MESTRE CLIMSTR).  UMA SEGUNDA SECAO RELACIONA AS
000150*    ORDENS NAO COBERTAS PELO SALDO, PARA ACOMPANHAMENTO JUNTO A
000160*    AUTORIDADE.
000170*
000180*    A COBERTURA E APURADA POR CLIENTE NA ORDEM DE NUMERO DO
000190*    BLOQUEIO (A ORDEM MAIS ANTIGA TEM PRIORIDADE SOBRE O SALDO):
000200*    O SALDO CREDOR DO CLIENTE COBRE CADA ORDEM ATE ACABAR, E O
000210*    QUE FALTA FICA COMO VALOR DESCOBERTO DA ORDEM.  O LIMITE DE
000220*    CREDITO NAO COBRE ORDEM JUDICIAL - ELE NAO E DINHEIRO DO
000230*    CLIENTE.
000240*
000250*    ARQUIVO DE BLOQUEIOS AINDA NAO CRIADO (NENHUMA ORDEM JAMAIS
000260*    INCLUIDA) GERA O RELATORIO VAZIO; QUALQUER OUTRA FALHA DE
000270*    ABERTURA OU LEITURA ENCERRA COM RETURN-CODE 12.
000280*----------------------------------------------------------------
000290*    HISTORICO DE ALTERACOES
000300*----------------------------------------------------------------
000310*    2026-10-15  EQC  VERSAO ORIGINAL.
000320*----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLQJUD"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BJD-CHAVE
000450         FILE STATUS IS WK-FS-BLQJUD.
000460*
000470     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CLI-NUMERO
000510         FILE STATUS IS WK-FS-CLIMSTR.
000520*
000530     SELECT RELATORIO ASSIGN TO "RELBLQ"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WK-FS-RELBLQ.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BLOQUEIOS-JUDICIAIS
000610     LABEL RECORDS ARE STANDARD.
000620     COPY BJDREC.
000630*
000640 FD  CLIENTES-MASTER
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CLIREC.
000670*
000680 FD  RELATORIO
000690     LABEL RECORDS ARE STANDARD.
000700 01  REL-LINHA                   PIC X(132).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740 77  WK-FS-BLQJUD                PIC X(02) VALUE "00".
000750     88  WK-FS-OK                            VALUE "00".
000760     88  WK-FS-ARQUIVO-INEXISTENTE           VALUE "35".
000770 77  WK-FS-CLIMSTR               PIC X(02) VALUE "00".
000780     88  WK-FS-CLIMSTR-OK                    VALUE "00".
000790 77  WK-FS-RELBLQ                PIC X(02) VALUE "00".
000800*
000810 77  WK-SW-FIM-BLOQUEIOS         PIC X(01) VALUE "N".
000820     88  WK-FIM-BLOQUEIOS                    VALUE "S".
000830*
000840 77  WK-SW-BLQJUD-ABERTO         PIC X(01) VALUE "N".
000850     88  WK-BLQJUD-ABERTO                    VALUE "S".
000860*
000870 77  WK-SW-PASSADA               PIC X(01) VALUE "1".
000880     88  WK-PASSADA-ATIVOS                   VALUE "1".
000890     88  WK-PASSADA-DESCOBERTOS              VALUE "2".
000900*
000910 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
000920 77  WK-CLIENTE-CORRENTE         PIC 9(09) VALUE ZERO.
000930 77  WK-NOME-CLIENTE             PIC X(30) VALUE SPACES.
000940*
000950 77  WK-QT-LIDOS                 PIC 9(07) COMP VALUE ZERO.
000960 77  WK-QT-ATIVOS                PIC 9(07) COMP VALUE ZERO.
000970 77  WK-QT-CLIENTES              PIC 9(07) COMP VALUE ZERO.
000980 77  WK-QT-DESCOBERTOS           PIC 9(07) COMP VALUE ZERO.
000990*
001000 77  WK-VL-SALDO-CLIENTE   PIC S9(09)V99 COMP-3 VALUE ZERO.
001010 77  WK-VL-LIMITE-CLIENTE  PIC S9(09)V99 COMP-3 VALUE ZERO.
001020 77  WK-VL-BLOQ-CLIENTE    PIC S9(09)V99 COMP-3 VALUE ZERO.
001030 77  WK-VL-COBERTURA       PIC S9(09)V99 COMP-3 VALUE ZERO.
001040 77  WK-VL-DESCOBERTO      PIC S9(09)V99 COMP-3 VALUE ZERO.
001050 77  WK-VL-DISPONIVEL      PIC S9(09)V99 COMP-3 VALUE ZERO.
001060 77  WK-VL-BLOQ-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
001070 77  WK-VL-DESCOBERTO-TOTAL
001080                           PIC S9(11)V99 COMP-3 VALUE ZERO.
001090*
001100 01  WK-CABECALHO.
001110     05  FILLER                  PIC X(40)
001120         VALUE "BLOQUEIOS JUDICIAIS ATIVOS - POSICAO DE ".
001130     05  BLQCAB-DATA             PIC 9(08).
001140     05  FILLER                  PIC X(84) VALUE SPACES.
001150*
001160 01  WK-CABECALHO-DESCOBERTOS.
001170     05  FILLER                  PIC X(41)
001180         VALUE "ORDENS NAO COBERTAS PELO SALDO DO CLIENTE".
001190     05  FILLER                  PIC X(91) VALUE SPACES.
001200*
001210 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
001220*
001230 01  WK-TITULO-COLUNAS.
001240     05  FILLER                  PIC X(36)
001250         VALUE "  CLIENTE NOME".
001260     05  FILLER                  PIC X(15)
001270         VALUE "BLOQ. INICIO".
001280     05  FILLER                  PIC X(52)
001290         VALUE "REFERENCIA DA ORDEM            AUTORIDADE".
001300     05  FILLER                  PIC X(29)
001310         VALUE "        VALOR    DESCOBERTO".
001320*
001330 01  WK-DETALHE.
001340     05  BLQDET-CLIENTE          PIC ZZZZZZZZ9.
001350     05  FILLER                  PIC X(01) VALUE SPACES.
001360     05  BLQDET-NOME             PIC X(25).
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  BLQDET-NUMERO           PIC 9(05).
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  BLQDET-INICIO           PIC 9(08).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  BLQDET-REFERENCIA       PIC X(30).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  BLQDET-AUTORIDADE       PIC X(20).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  BLQDET-VALOR            PIC ZZZZZZZZZ9.99.
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  BLQDET-DESCOBERTO       PIC ZZZZZZZZZ9.99.
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500*
001510 01  WK-TOTAL-CLIENTE.
001520     05  FILLER                  PIC X(10) VALUE "    SALDO ".
001530     05  TOTCLI-SALDO            PIC -ZZZZZZZZ9.99.
001540     05  FILLER                  PIC X(09) VALUE "  LIMITE ".
001550     05  TOTCLI-LIMITE           PIC -ZZZZZZZZ9.99.
001560     05  FILLER                  PIC X(12) VALUE "  BLOQUEADO ".
001570     05  TOTCLI-BLOQUEADO        PIC -ZZZZZZZZ9.99.
001580     05  FILLER                  PIC X(13) VALUE "  DISPONIVEL ".
001590     05  TOTCLI-DISPONIVEL       PIC -ZZZZZZZZ9.99.
001600     05  FILLER                  PIC X(36) VALUE SPACES.
001610*
001620 01  WK-LINHA-NENHUMA.
001630     05  FILLER                  PIC X(40)
001640         VALUE "NENHUMA ORDEM ATIVA SEM COBERTURA.".
001650     05  FILLER                  PIC X(92) VALUE SPACES.
001660*
001670 01  WK-TOTAL-GERAL.
001680     05  TOTGER-ROTULO           PIC X(26).
001690     05  TOTGER-QUANTIDADE       PIC Z,ZZZ,ZZ9.
001700     05  FILLER                  PIC X(08) VALUE "  VALOR ".
001710     05  TOTGER-VALOR            PIC -ZZZZZZZZZZZ9.99.
001720     05  FILLER                  PIC X(73) VALUE SPACES.
001730*
001740 PROCEDURE DIVISION.
001750*
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR
001780         THRU 1000-INICIALIZAR-EXIT.
001790*
001800     IF WK-BLQJUD-ABERTO
001810         PERFORM 2000-LISTAR-ATIVOS
001820             THRU 2000-LISTAR-ATIVOS-EXIT
001830         PERFORM 3000-LISTAR-DESCOBERTOS
001840             THRU 3000-LISTAR-DESCOBERTOS-EXIT
001850     END-IF.
001860*
001870     PERFORM 8000-FINALIZAR
001880         THRU 8000-FINALIZAR-EXIT.
001890*
001900     GO TO 9999-FIM.
001910*
001920 1000-INICIALIZAR.
001930*----------------------------------------------------------------
001940*    ABRE OS ARQUIVOS E EMITE O CABECALHO.  ARQUIVO DE
001950*    BLOQUEIOS INEXISTENTE GERA O RELATORIO VAZIO.
001960*----------------------------------------------------------------
001970     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001980*
001990     OPEN OUTPUT RELATORIO.
002000     OPEN INPUT CLIENTES-MASTER.
002010*
002020     OPEN INPUT BLOQUEIOS-JUDICIAIS.
002030     EVALUATE TRUE
002040         WHEN WK-FS-OK
002050             SET WK-BLQJUD-ABERTO TO TRUE
002060         WHEN WK-FS-ARQUIVO-INEXISTENTE
002070             DISPLAY "ARQUIVO DE BLOQUEIOS JUDICIAIS AINDA NAO "
002080                     "CRIADO - NENHUM BLOQUEIO A LISTAR."
002090         WHEN OTHER
002100             DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE BLOQUEIOS "
002110                     "(FILE STATUS " WK-FS-BLQJUD ")."
002120             MOVE 12 TO RETURN-CODE
002130     END-EVALUATE.
002140*
002150     MOVE WK-DATA-HOJE TO BLQCAB-DATA.
002160     WRITE REL-LINHA FROM WK-CABECALHO.
002170     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
002180     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
002190*
002200 1000-INICIALIZAR-EXIT.
002210     EXIT.
002220*
002230 2000-LISTAR-ATIVOS.
002240*----------------------------------------------------------------
002250*    PRIMEIRA PASSADA: LISTA TODAS AS ORDENS ATIVAS, COM A
002260*    LINHA DE SALDO E DISPONIVEL NO FIM DE CADA CLIENTE.
002270*----------------------------------------------------------------
002280     SET WK-PASSADA-ATIVOS TO TRUE.
002290     PERFORM 2050-POSICIONAR-INICIO
002300         THRU 2050-POSICIONAR-INICIO-EXIT.
002310*
002320     PERFORM 2100-PROCESSAR-BLOQUEIO
002330         THRU 2100-PROCESSAR-BLOQUEIO-EXIT
002340         UNTIL WK-FIM-BLOQUEIOS.
002350*
002360     IF WK-CLIENTE-CORRENTE IS GREATER THAN ZERO
002370         PERFORM 2300-IMPRIMIR-TOTAL-CLIENTE
002380             THRU 2300-IMPRIMIR-TOTAL-CLIENTE-EXIT
002390     END-IF.
002400*
002410 2000-LISTAR-ATIVOS-EXIT.
002420     EXIT.
002430*
002440 2050-POSICIONAR-INICIO.
002450*----------------------------------------------------------------
002460*    POSICIONA O ARQUIVO DE BLOQUEIOS NO PRIMEIRO REGISTRO PARA
002470*    UMA PASSADA.
002480*----------------------------------------------------------------
002490     MOVE "N"  TO WK-SW-FIM-BLOQUEIOS.
002500     MOVE ZERO TO WK-CLIENTE-CORRENTE.
002510     MOVE ZERO TO BJD-CLI-NUMERO.
002520     MOVE ZERO TO BJD-NUMERO.
002530*
002540     START BLOQUEIOS-JUDICIAIS
002550         KEY IS NOT LESS THAN BJD-CHAVE
002560         INVALID KEY
002570             SET WK-FIM-BLOQUEIOS TO TRUE
002580     END-START.
002590*
002600 2050-POSICIONAR-INICIO-EXIT.
002610     EXIT.
002620*
002630 2100-PROCESSAR-BLOQUEIO.
002640*----------------------------------------------------------------
002650*    LE O PROXIMO BLOQUEIO; PARA UMA ORDEM ATIVA HOJE, TROCA DE
002660*    CLIENTE QUANDO PRECISO, APURA A COBERTURA E IMPRIME A
002670*    LINHA CONFORME A PASSADA.
002680*----------------------------------------------------------------
002690     READ BLOQUEIOS-JUDICIAIS NEXT RECORD
002700         AT END
002710             SET WK-FIM-BLOQUEIOS TO TRUE
002720             GO TO 2100-PROCESSAR-BLOQUEIO-EXIT
002730     END-READ.
002740*
002750     IF NOT WK-FS-OK
002760         DISPLAY "ERRO NA LEITURA DO ARQUIVO DE BLOQUEIOS "
002770                 "(FILE STATUS " WK-FS-BLQJUD ")."
002780         MOVE 12 TO RETURN-CODE
002790         SET WK-FIM-BLOQUEIOS TO TRUE
002800         GO TO 2100-PROCESSAR-BLOQUEIO-EXIT
002810     END-IF.
002820*
002830     IF WK-PASSADA-ATIVOS
002840         ADD 1 TO WK-QT-LIDOS
002850     END-IF.
002860*
002870     IF NOT BJD-ATIVO
002880        OR BJD-DATA-INICIO IS GREATER THAN WK-DATA-HOJE
002890         GO TO 2100-PROCESSAR-BLOQUEIO-EXIT
002900     END-IF.
002910*
002920     IF BJD-CLI-NUMERO IS NOT EQUAL TO WK-CLIENTE-CORRENTE
002930         IF WK-PASSADA-ATIVOS
002940            AND WK-CLIENTE-CORRENTE IS GREATER THAN ZERO
002950             PERFORM 2300-IMPRIMIR-TOTAL-CLIENTE
002960                 THRU 2300-IMPRIMIR-TOTAL-CLIENTE-EXIT
002970         END-IF
002980         PERFORM 2200-INICIAR-CLIENTE
002990             THRU 2200-INICIAR-CLIENTE-EXIT
003000     END-IF.
003010*
003020     PERFORM 2400-CALCULAR-COBERTURA
003030         THRU 2400-CALCULAR-COBERTURA-EXIT.
003040*
003050     IF WK-PASSADA-ATIVOS
003060         ADD 1         TO WK-QT-ATIVOS
003070         ADD BJD-VALOR TO WK-VL-BLOQ-TOTAL
003080         ADD BJD-VALOR TO WK-VL-BLOQ-CLIENTE
003090         PERFORM 2500-IMPRIMIR-DETALHE
003100             THRU 2500-IMPRIMIR-DETALHE-EXIT
003110         GO TO 2100-PROCESSAR-BLOQUEIO-EXIT
003120     END-IF.
003130*
003140     IF WK-VL-DESCOBERTO IS GREATER THAN ZERO
003150         ADD 1                TO WK-QT-DESCOBERTOS
003160         ADD WK-VL-DESCOBERTO TO WK-VL-DESCOBERTO-TOTAL
003170         PERFORM 2500-IMPRIMIR-DETALHE
003180             THRU 2500-IMPRIMIR-DETALHE-EXIT
003190     END-IF.
003200*
003210 2100-PROCESSAR-BLOQUEIO-EXIT.
003220     EXIT.
003230*
003240 2200-INICIAR-CLIENTE.
003250*----------------------------------------------------------------
003260*    PASSA A UM NOVO CLIENTE: BUSCA NOME, SALDO E LIMITE NO
003270*    ARQUIVO MESTRE E PREPARA A COBERTURA COM O SALDO CREDOR.
003280*----------------------------------------------------------------
003290     MOVE BJD-CLI-NUMERO TO WK-CLIENTE-CORRENTE.
003300     MOVE ZERO           TO WK-VL-BLOQ-CLIENTE.
003310*
003320     MOVE BJD-CLI-NUMERO TO CLI-NUMERO.
003330     READ CLIENTES-MASTER
003340         INVALID KEY
003350             CONTINUE
003360     END-READ.
003370*
003380     IF WK-FS-CLIMSTR-OK
003390         MOVE CLI-NOME           TO WK-NOME-CLIENTE
003400         MOVE CLI-SALDO          TO WK-VL-SALDO-CLIENTE
003410         MOVE CLI-LIMITE-CREDITO TO WK-VL-LIMITE-CLIENTE
003420     ELSE
003430         MOVE "*** CLIENTE NAO CADASTRADO ***"
003440             TO WK-NOME-CLIENTE
003450         MOVE ZERO TO WK-VL-SALDO-CLIENTE
003460         MOVE ZERO TO WK-VL-LIMITE-CLIENTE
003470     END-IF.
003480*
003490     IF WK-VL-SALDO-CLIENTE IS GREATER THAN ZERO
003500         MOVE WK-VL-SALDO-CLIENTE TO WK-VL-COBERTURA
003510     ELSE
003520         MOVE ZERO TO WK-VL-COBERTURA
003530     END-IF.
003540*
003550     IF WK-PASSADA-ATIVOS
003560         ADD 1 TO WK-QT-CLIENTES
003570     END-IF.
003580*
003590 2200-INICIAR-CLIENTE-EXIT.
003600     EXIT.
003610*
003620 2300-IMPRIMIR-TOTAL-CLIENTE.
003630*----------------------------------------------------------------
003640*    IMPRIME A LINHA DO CLIENTE QUE SE ENCERRA: SALDO, LIMITE,
003650*    TOTAL BLOQUEADO E SALDO DISPONIVEL.
003660*----------------------------------------------------------------
003670     COMPUTE WK-VL-DISPONIVEL =
003680             WK-VL-SALDO-CLIENTE + WK-VL-LIMITE-CLIENTE
003690             - WK-VL-BLOQ-CLIENTE.
003700*
003710     MOVE WK-VL-SALDO-CLIENTE    TO TOTCLI-SALDO.
003720     MOVE WK-VL-LIMITE-CLIENTE   TO TOTCLI-LIMITE.
003730     MOVE WK-VL-BLOQ-CLIENTE     TO TOTCLI-BLOQUEADO.
003740     MOVE WK-VL-DISPONIVEL       TO TOTCLI-DISPONIVEL.
003750     WRITE REL-LINHA FROM WK-TOTAL-CLIENTE.
003760     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
003770*
003780 2300-IMPRIMIR-TOTAL-CLIENTE-EXIT.
003790     EXIT.
003800*
003810 2400-CALCULAR-COBERTURA.
003820*----------------------------------------------------------------
003830*    CONSOME O SALDO CREDOR AINDA LIVRE DO CLIENTE COM A ORDEM
003840*    CORRENTE; O QUE NAO COUBER E O VALOR DESCOBERTO DA ORDEM.
003850*----------------------------------------------------------------
003860     IF WK-VL-COBERTURA IS NOT LESS THAN BJD-VALOR
003870         MOVE ZERO TO WK-VL-DESCOBERTO
003880         SUBTRACT BJD-VALOR FROM WK-VL-COBERTURA
003890     ELSE
003900         COMPUTE WK-VL-DESCOBERTO = BJD-VALOR - WK-VL-COBERTURA
003910         MOVE ZERO TO WK-VL-COBERTURA
003920     END-IF.
003930*
003940 2400-CALCULAR-COBERTURA-EXIT.
003950     EXIT.
003960*
003970 2500-IMPRIMIR-DETALHE.
003980*----------------------------------------------------------------
003990*    IMPRIME A LINHA DA ORDEM CORRENTE.
004000*----------------------------------------------------------------
004010     MOVE BJD-CLI-NUMERO         TO BLQDET-CLIENTE.
004020     MOVE WK-NOME-CLIENTE        TO BLQDET-NOME.
004030     MOVE BJD-NUMERO             TO BLQDET-NUMERO.
004040     MOVE BJD-DATA-INICIO        TO BLQDET-INICIO.
004050     MOVE BJD-REFERENCIA-ORDEM   TO BLQDET-REFERENCIA.
004060     MOVE BJD-AUTORIDADE         TO BLQDET-AUTORIDADE.
004070     MOVE BJD-VALOR              TO BLQDET-VALOR.
004080     MOVE WK-VL-DESCOBERTO       TO BLQDET-DESCOBERTO.
004090     WRITE REL-LINHA FROM WK-DETALHE.
004100*
004110 2500-IMPRIMIR-DETALHE-EXIT.
004120     EXIT.
004130*
004140 3000-LISTAR-DESCOBERTOS.
004150*----------------------------------------------------------------
004160*    SEGUNDA PASSADA: RELACIONA SO AS ORDENS ATIVAS QUE O SALDO
004170*    DO CLIENTE NAO COBRE POR INTEIRO.
004180*----------------------------------------------------------------
004190     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
004200     WRITE REL-LINHA FROM WK-CABECALHO-DESCOBERTOS.
004210     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
004220     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
004230*
004240     SET WK-PASSADA-DESCOBERTOS TO TRUE.
004250     PERFORM 2050-POSICIONAR-INICIO
004260         THRU 2050-POSICIONAR-INICIO-EXIT.
004270*
004280     PERFORM 2100-PROCESSAR-BLOQUEIO
004290         THRU 2100-PROCESSAR-BLOQUEIO-EXIT
004300         UNTIL WK-FIM-BLOQUEIOS.
004310*
004320     IF WK-QT-DESCOBERTOS IS EQUAL TO ZERO
004330         WRITE REL-LINHA FROM WK-LINHA-NENHUMA
004340     END-IF.
004350*
004360 3000-LISTAR-DESCOBERTOS-EXIT.
004370     EXIT.
004380*
004390 8000-FINALIZAR.
004400*----------------------------------------------------------------
004410*    IMPRIME OS TOTAIS GERAIS, FECHA OS ARQUIVOS E EXIBE O
004420*    RESUMO DA VARREDURA.
004430*----------------------------------------------------------------
004440     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
004450*
004460     MOVE "BLOQUEIOS ATIVOS........:" TO TOTGER-ROTULO.
004470     MOVE WK-QT-ATIVOS           TO TOTGER-QUANTIDADE.
004480     MOVE WK-VL-BLOQ-TOTAL       TO TOTGER-VALOR.
004490     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
004500*
004510     MOVE "ORDENS NAO COBERTAS.....:" TO TOTGER-ROTULO.
004520     MOVE WK-QT-DESCOBERTOS      TO TOTGER-QUANTIDADE.
004530     MOVE WK-VL-DESCOBERTO-TOTAL TO TOTGER-VALOR.
004540     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
004550*
004560     IF WK-BLQJUD-ABERTO
004570         CLOSE BLOQUEIOS-JUDICIAIS
004580     END-IF.
004590     CLOSE CLIENTES-MASTER.
004600     CLOSE RELATORIO.
004610*
004620     DISPLAY "BLOQUEIOS LIDOS........: " WK-QT-LIDOS.
004630     DISPLAY "BLOQUEIOS ATIVOS.......: " WK-QT-ATIVOS.
004640     DISPLAY "CLIENTES COM BLOQUEIO..: " WK-QT-CLIENTES.
004650     DISPLAY "ORDENS NAO COBERTAS....: " WK-QT-DESCOBERTOS.
004660*
004670 8000-FINALIZAR-EXIT.
004680     EXIT.
004690*
004700 9999-FIM.
004710     STOP RUN.
