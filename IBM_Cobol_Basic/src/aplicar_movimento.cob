000410*                     CHAMADOR EM MOV-MOTIVO-REJEICAO.
000420*    2026-08-22  EQC  PASSA A MANTER CLI-DATA-SALDO-NEGATIVO E
000430*                     CLI-JUROS-DEVEDOR-ACUM (COBRANCA).
000440*    2026-10-15  EQC  MOVIMENTO CONTRA CONTA ENCERRADA
000450*                     (CLI-ENCERRADO) PASSA A SER REJEITADO, COM
000460*                     MOTIVO PROPRIO EM MOV-MOTIVO-REJEICAO.
000470*    2026-10-15  EQC  DEBITO QUE ALCANCA O VALOR RETIDO POR
000480*                     BLOQUEIO JUDICIAL (SALDO + LIMITE MENOS
000490*                     BLOQUEIOS, VIA TOTALIZAR-BLOQUEIOS) PASSA
000500*                     A SER REJEITADO COM MOTIVO PROPRIO.
000510*----------------------------------------------------------------
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ARQUIVO-TAXAS ASSIGN TO "TXPARAM"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WK-FS-TXPARAM.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ARQUIVO-TAXAS
000680     LABEL RECORDS ARE STANDARD.
000690     COPY TXPREC.
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730     COPY TXJUROS.
000740*
000750 77  WK-INDICE-FAIXA         PIC 9(01) COMP VALUE 1.
000760 77  WK-SALDO-PROJETADO      PIC S9(09)V99 COMP-3 VALUE ZERO.
000770 77  WK-SALDO-DISPONIVEL     PIC S9(09)V99 COMP-3 VALUE ZERO.
000780*
000790 77  WK-FS-TXPARAM           PIC X(02) VALUE "00".
000800     88  WK-FS-TXPARAM-OK               VALUE "00".
000810*
000820 77  WK-SW-TAXAS-CARREGADAS  PIC X(01) VALUE "N".
000830     88  WK-TAXAS-CARREGADAS            VALUE "S".
000840*
000850 77  WK-SW-FIM-TAXAS         PIC X(01) VALUE "N".
000860     88  WK-FIM-TAXAS                   VALUE "S".
000870*
000880 77  WK-MAX-VIGENCIAS        PIC 9(02) COMP VALUE 20.
000890 77  WK-QT-VIGENCIAS         PIC 9(02) COMP VALUE ZERO.
000900 77  WK-IX-VIGENCIA          PIC 9(02) COMP VALUE ZERO.
000910 77  WK-IX-DESTINO           PIC 9(02) COMP VALUE ZERO.
000920 77  WK-IX-SELECIONADA       PIC 9(02) COMP VALUE ZERO.
000930 77  WK-IX-MAIS-ANTIGA       PIC 9(02) COMP VALUE ZERO.
000940 77  WK-DATA-ULT-SELECAO     PIC 9(08) VALUE ZERO.
000950*
000960 01  WK-FAIXAS-PADRAO.
000970     05  WK-FAIXA-PADRAO OCCURS 3 TIMES.
000980         10  WK-LIMITE-PADRAO
000990                             PIC S9(09)V99 COMP-3.
001000         10  WK-TAXA-PADRAO  PIC S9V9(04)  COMP-3.
001010*
001020 01  WK-TAB-VIGENCIAS.
001030     05  WK-VIGENCIA OCCURS 20 TIMES.
001040         10  WK-VIG-DATA     PIC 9(08).
001050         10  WK-VIG-FAIXA OCCURS 3 TIMES.
001060             15  WK-VIG-LIMITE
001070                             PIC S9(09)V99 COMP-3.
001080             15  WK-VIG-TAXA PIC S9V9(04)  COMP-3.
001090*
001100     COPY BJDPARM.
001110*
001120 LINKAGE SECTION.
001130*
001140     COPY CLIREC.
001150*
001160 01  LK-MOV-VALOR            PIC S9(09)V99 COMP-3.
001170 01  LK-DATA-MOVIMENTO       PIC 9(08).
001180*
001190     COPY MOVRSLT.
001200*
001210 PROCEDURE DIVISION USING CLI-REGISTRO
001220                          LK-MOV-VALOR
001230                          LK-DATA-MOVIMENTO
001240                          MOV-RESULTADO.
001250*
001260 0000-MAINLINE.
001270     IF NOT WK-TAXAS-CARREGADAS
001280         PERFORM 0500-CARREGAR-TAXAS
001290             THRU 0500-CARREGAR-TAXAS-EXIT
001300     END-IF.
001310*
001320     PERFORM 1000-VERIFICAR-LIMITE
001330         THRU 1000-VERIFICAR-LIMITE-EXIT.
001340*
001350     IF MOV-APLICADO
001360         PERFORM 2000-APLICAR-MOVIMENTO
001370             THRU 2000-APLICAR-MOVIMENTO-EXIT
001380     END-IF.
001390*
001400     GO TO 9999-FIM.
001410*
001420 0500-CARREGAR-TAXAS.
001430*----------------------------------------------------------------
001440*    EXECUTADO UMA UNICA VEZ, NA PRIMEIRA CHAMADA: GUARDA AS
001450*    FAIXAS COMPILADAS (TXJUROS) COMO PADRAO DE CONTINGENCIA E
001460*    CARREGA NA TABELA DE VIGENCIAS AS FAIXAS DO ARQUIVO DE
001470*    PARAMETROS TXPARAM.  SE O ARQUIVO NAO PUDER SER ABERTO,
001480*    AS FAIXAS COMPILADAS CONTINUAM VALENDO.
001490*----------------------------------------------------------------
001500     SET WK-TAXAS-CARREGADAS TO TRUE.
001510*
001520     PERFORM 0520-GUARDAR-FAIXA-PADRAO
001530         THRU 0520-GUARDAR-FAIXA-PADRAO-EXIT
001540         VARYING WK-INDICE-FAIXA FROM 1 BY 1
001550         UNTIL WK-INDICE-FAIXA > 3.
001560*
001570     OPEN INPUT ARQUIVO-TAXAS.
001580*
001590     IF NOT WK-FS-TXPARAM-OK
001600         DISPLAY "ARQUIVO DE TAXAS TXPARAM INDISPONIVEL "
001610                 "(FILE STATUS " WK-FS-TXPARAM ") - VALEM AS "
001620                 "TAXAS DE CONTINGENCIA COMPILADAS."
001630         GO TO 0500-CARREGAR-TAXAS-EXIT
001640     END-IF.
001650*
001660     PERFORM 0510-LER-TAXA
001670         THRU 0510-LER-TAXA-EXIT
001680         UNTIL WK-FIM-TAXAS.
001690*
001700     CLOSE ARQUIVO-TAXAS.
001710*
001720     IF WK-QT-VIGENCIAS IS EQUAL TO ZERO
001730         DISPLAY "ARQUIVO DE TAXAS TXPARAM VAZIO - VALEM AS "
001740                 "TAXAS DE CONTINGENCIA COMPILADAS."
001750     END-IF.
001760*
001770 0500-CARREGAR-TAXAS-EXIT.
001780     EXIT.
001790*
001800 0510-LER-TAXA.
001810*----------------------------------------------------------------
001820*    LE UM REGISTRO DO ARQUIVO DE PARAMETROS E O GUARDA NA
001830*    TABELA DE VIGENCIAS, CONVERTENDO OS LIMITES DE FAIXA DO
001840*    VALOR ABSOLUTO GRAVADO PARA O SALDO NEGATIVO COMPARADO
001850*    PELO CALCULO DE JUROS.  COMO O TXPARAM SO CRESCE (A
001860*    MANUTENCAO ACRESCENTA, NADA EXPURGA), QUANDO A TABELA
001870*    ENCHE A VIGENCIA DE DATA MAIS ANTIGA E SUBSTITUIDA PELA
001880*    RECEM-LIDA QUANDO ESTA E MAIS NOVA - AS ULTIMAS TAXAS
001890*    CADASTRADAS NUNCA SAO AS DESCARTADAS.  RELATORIO-TAXAS
001900*    APLICA ESTA MESMA POLITICA, PARA QUE A CONFIRMACAO
001910*    IMPRESSA MOSTRE EXATAMENTE O QUE O CALCULO USA.
001920*----------------------------------------------------------------
001930     READ ARQUIVO-TAXAS
001940         AT END
001950             SET WK-FIM-TAXAS TO TRUE
001960             GO TO 0510-LER-TAXA-EXIT
001970     END-READ.
001980*
001990     IF NOT WK-FS-TXPARAM-OK
002000         DISPLAY "ERRO AO LER O ARQUIVO DE TAXAS - FILE "
002010                 "STATUS " WK-FS-TXPARAM
002020         SET WK-FIM-TAXAS TO TRUE
002030         GO TO 0510-LER-TAXA-EXIT
002040     END-IF.
002050*
002060     IF WK-QT-VIGENCIAS IS LESS THAN WK-MAX-VIGENCIAS
002070         ADD 1 TO WK-QT-VIGENCIAS
002080         MOVE WK-QT-VIGENCIAS TO WK-IX-DESTINO
002090     ELSE
002100         PERFORM 0540-LOCALIZAR-MAIS-ANTIGA
002110             THRU 0540-LOCALIZAR-MAIS-ANTIGA-EXIT
002120         IF TXP-DATA-INICIO-VIGENCIA IS LESS THAN
002130                 WK-VIG-DATA (WK-IX-MAIS-ANTIGA)
002140             DISPLAY "TABELA DE VIGENCIAS CHEIA - VIGENCIA "
002150                     TXP-DATA-INICIO-VIGENCIA
002160                     " MAIS ANTIGA QUE AS RETIDAS, IGNORADA."
002170             GO TO 0510-LER-TAXA-EXIT
002180         END-IF
002190         MOVE WK-IX-MAIS-ANTIGA TO WK-IX-DESTINO
002200         DISPLAY "TABELA DE VIGENCIAS CHEIA - VIGENCIA "
002210                 WK-VIG-DATA (WK-IX-DESTINO)
002220                 " SUBSTITUIDA POR "
002230                 TXP-DATA-INICIO-VIGENCIA "."
002240     END-IF.
002250*
002260     MOVE TXP-DATA-INICIO-VIGENCIA
002270         TO WK-VIG-DATA (WK-IX-DESTINO).
002280*
002290     PERFORM 0530-GUARDAR-FAIXA-VIGENCIA
002300         THRU 0530-GUARDAR-FAIXA-VIGENCIA-EXIT
002310         VARYING WK-INDICE-FAIXA FROM 1 BY 1
002320         UNTIL WK-INDICE-FAIXA > 3.
002330*
002340 0510-LER-TAXA-EXIT.
002350     EXIT.
002360*
002370 0520-GUARDAR-FAIXA-PADRAO.
002380*----------------------------------------------------------------
002390*    GUARDA UMA FAIXA COMPILADA (TXJUROS) NA AREA DE PADRAO DE
002400*    CONTINGENCIA.
002410*----------------------------------------------------------------
002420     MOVE TX-LIMITE-FAIXA (WK-INDICE-FAIXA)
002430         TO WK-LIMITE-PADRAO (WK-INDICE-FAIXA).
002440     MOVE TX-TAXA-MENSAL (WK-INDICE-FAIXA)
002450         TO WK-TAXA-PADRAO (WK-INDICE-FAIXA).
002460*
002470 0520-GUARDAR-FAIXA-PADRAO-EXIT.
002480     EXIT.
002490*
002500 0530-GUARDAR-FAIXA-VIGENCIA.
002510*----------------------------------------------------------------
002520*    GUARDA UMA FAIXA DO REGISTRO DE PARAMETROS CORRENTE NO
002530*    SLOT DE DESTINO DA TABELA DE VIGENCIAS, COM O LIMITE JA
002540*    NEGATIVADO.
002550*----------------------------------------------------------------
002560     COMPUTE WK-VIG-LIMITE (WK-IX-DESTINO, WK-INDICE-FAIXA) =
002570             TXP-LIMITE-DEVEDOR (WK-INDICE-FAIXA) * -1.
002580     MOVE TXP-TAXA-MENSAL (WK-INDICE-FAIXA)
002590         TO WK-VIG-TAXA (WK-IX-DESTINO, WK-INDICE-FAIXA).
002600*
002610 0530-GUARDAR-FAIXA-VIGENCIA-EXIT.
002620     EXIT.
002630*
002640 0540-LOCALIZAR-MAIS-ANTIGA.
002650*----------------------------------------------------------------
002660*    LOCALIZA O SLOT DA TABELA DE VIGENCIAS COM A DATA DE
002670*    INICIO MAIS ANTIGA, CANDIDATO A SUBSTITUICAO QUANDO A
002680*    TABELA ESTA CHEIA.
002690*----------------------------------------------------------------
002700     MOVE 1 TO WK-IX-MAIS-ANTIGA.
002710     PERFORM 0550-COMPARAR-MAIS-ANTIGA
002720         THRU 0550-COMPARAR-MAIS-ANTIGA-EXIT
002730         VARYING WK-IX-VIGENCIA FROM 2 BY 1
002740         UNTIL WK-IX-VIGENCIA > WK-QT-VIGENCIAS.
002750*
002760 0540-LOCALIZAR-MAIS-ANTIGA-EXIT.
002770     EXIT.
002780*
002790 0550-COMPARAR-MAIS-ANTIGA.
002800*----------------------------------------------------------------
002810*    AVALIA UM SLOT NA BUSCA PELA DATA MAIS ANTIGA.
002820*----------------------------------------------------------------
002830     IF WK-VIG-DATA (WK-IX-VIGENCIA) IS LESS THAN
002840             WK-VIG-DATA (WK-IX-MAIS-ANTIGA)
002850         MOVE WK-IX-VIGENCIA TO WK-IX-MAIS-ANTIGA
002860     END-IF.
002870*
002880 0550-COMPARAR-MAIS-ANTIGA-EXIT.
002890     EXIT.
002900*
002910 1000-VERIFICAR-LIMITE.
002920*----------------------------------------------------------------
002930*    REJEITA O MOVIMENTO QUANDO A CONTA ESTA BLOQUEADA
002940*    (CLI-BLOQUEADO) OU ENCERRADA (CLI-ENCERRADO); CASO
002950*    CONTRARIO, PROJETA O SALDO RESULTANTE DO MOVIMENTO E
002960*    REJEITA-O SE ISSO LEVAR O CLIENTE A FICAR DEVEDOR ALEM DO
002970*    SEU LIMITE DE CREDITO CADASTRADO (CLI-LIMITE-CREDITO).
002980*    UM DEBITO QUE CABE NO LIMITE AINDA E REJEITADO QUANDO O
002990*    SALDO DISPONIVEL QUE RESTARIA (SALDO PROJETADO MAIS O
003000*    LIMITE) FICA ABAIXO DO VALOR RETIDO PELOS BLOQUEIOS
003010*    JUDICIAIS VIGENTES NA DATA DO MOVIMENTO.  CREDITOS NUNCA
003020*    SAO RECUSADOS POR BLOQUEIO JUDICIAL.
003030*----------------------------------------------------------------
003040     MOVE CLI-SALDO TO MOV-SALDO-ANTERIOR.
003050     MOVE SPACE     TO MOV-MOTIVO-REJEICAO.
003060*
003070     IF CLI-BLOQUEADO
003080         SET MOV-REJEITADO     TO TRUE
003090         SET MOV-REJ-BLOQUEADO TO TRUE
003100         MOVE CLI-SALDO TO MOV-SALDO-POS-MOVIMENTO
003110         MOVE ZERO      TO MOV-JUROS-CALCULADO
003120         GO TO 1000-VERIFICAR-LIMITE-EXIT
003130     END-IF.
003140*
003150     IF CLI-ENCERRADO
003160         SET MOV-REJEITADO     TO TRUE
003170         SET MOV-REJ-ENCERRADO TO TRUE
003180         MOVE CLI-SALDO TO MOV-SALDO-POS-MOVIMENTO
003190         MOVE ZERO      TO MOV-JUROS-CALCULADO
003200         GO TO 1000-VERIFICAR-LIMITE-EXIT
003210     END-IF.
003220*
003230     COMPUTE WK-SALDO-PROJETADO = CLI-SALDO + LK-MOV-VALOR.
003240*
003250     IF WK-SALDO-PROJETADO IS LESS THAN ZERO
003260        AND WK-SALDO-PROJETADO < (CLI-LIMITE-CREDITO * -1)
003270         SET MOV-REJEITADO  TO TRUE
003280         SET MOV-REJ-LIMITE TO TRUE
003290         MOVE CLI-SALDO TO MOV-SALDO-POS-MOVIMENTO
003300         MOVE ZERO      TO MOV-JUROS-CALCULADO
003310         GO TO 1000-VERIFICAR-LIMITE-EXIT
003320     END-IF.
003330*
003340     IF LK-MOV-VALOR IS LESS THAN ZERO
003350         PERFORM 1100-VERIFICAR-BLOQUEIO-JUDICIAL
003360             THRU 1100-VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
003370         IF MOV-REJEITADO
003380             GO TO 1000-VERIFICAR-LIMITE-EXIT
003390         END-IF
003400     END-IF.
003410*
003420     SET MOV-APLICADO TO TRUE.
003430*
003440 1000-VERIFICAR-LIMITE-EXIT.
003450     EXIT.
003460*
003470 1100-VERIFICAR-BLOQUEIO-JUDICIAL.
003480*----------------------------------------------------------------
003490*    OBTEM O VALOR RETIDO POR BLOQUEIOS JUDICIAIS NA DATA DO
003500*    MOVIMENTO E REJEITA O DEBITO QUE O ALCANCARIA.  COM O
003510*    ARQUIVO DE BLOQUEIOS INDISPONIVEL O SUBPROGRAMA DEVOLVE
003520*    ZERO E O DEBITO SEGUE SOMENTE A REGRA DO LIMITE.
003530*----------------------------------------------------------------
003540     SET BJP-FN-TOTALIZAR TO TRUE.
003550     MOVE CLI-NUMERO        TO BJP-CLI-NUMERO.
003560     MOVE LK-DATA-MOVIMENTO TO BJP-DATA-REFERENCIA.
003570*
003580     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
003590*
003600     IF BJP-VL-BLOQUEADO IS NOT GREATER THAN ZERO
003610         GO TO 1100-VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
003620     END-IF.
003630*
003640     COMPUTE WK-SALDO-DISPONIVEL =
003650             WK-SALDO-PROJETADO + CLI-LIMITE-CREDITO.
003660*
003670     IF WK-SALDO-DISPONIVEL IS LESS THAN BJP-VL-BLOQUEADO
003680         SET MOV-REJEITADO             TO TRUE
003690         SET MOV-REJ-BLOQUEIO-JUDICIAL TO TRUE
003700         MOVE CLI-SALDO TO MOV-SALDO-POS-MOVIMENTO
003710         MOVE ZERO      TO MOV-JUROS-CALCULADO
003720     END-IF.
003730*
003740 1100-VERIFICAR-BLOQUEIO-JUDICIAL-EXIT.
003750     EXIT.
003760*
003770 2000-APLICAR-MOVIMENTO.
003780*----------------------------------------------------------------
003790*    SOMA O MOVIMENTO AO SALDO, CALCULA JUROS SE NECESSARIO E
003800*    ATUALIZA A DATA DO ULTIMO MOVIMENTO DO CLIENTE.
003810*----------------------------------------------------------------
003820     ADD LK-MOV-VALOR TO CLI-SALDO.
003830     MOVE CLI-SALDO TO MOV-SALDO-POS-MOVIMENTO.
003840     MOVE ZERO TO MOV-JUROS-CALCULADO.
003850*
003860     IF CLI-SALDO IS LESS THAN ZERO
003870         PERFORM 3000-CALCULAR-JUROS
003880             THRU 3000-CALCULAR-JUROS-EXIT
003890     END-IF.
003900*
003910     MOVE LK-DATA-MOVIMENTO TO CLI-DATA-ULT-MOVIMENTO.
003920*
003930     PERFORM 2300-MANTER-DATA-NEGATIVO
003940         THRU 2300-MANTER-DATA-NEGATIVO-EXIT.
003950*
003960 2000-APLICAR-MOVIMENTO-EXIT.
003970     EXIT.
003980*
003990 2300-MANTER-DATA-NEGATIVO.
004000*----------------------------------------------------------------
004010*    MANTEM OS CAMPOS DE ENVELHECIMENTO DO SALDO DEVEDOR: AO
004020*    CRUZAR PARA BAIXO DE ZERO, GUARDA A DATA DO MOVIMENTO E
004030*    ZERA OS JUROS ACUMULADOS DO PERIODO; ENQUANTO O SALDO
004040*    SEGUE NEGATIVO, PRESERVA A DATA; AO VOLTAR A NAO
004050*    NEGATIVO, ZERA DATA E ACUMULADO.  OS CAMPOS NASCEM
004060*    ZERADOS NA CONVERSAO DO ARQUIVO MESTRE (CONVCLI); OS
004070*    TESTES IS NUMERIC ABAIXO SAO SO DEFESA CONTRA UM
004080*    REGISTRO CORROMPIDO.
004090*----------------------------------------------------------------
004100     IF CLI-DATA-SALDO-NEGATIVO IS NOT NUMERIC
004110         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004120     END-IF.
004130     IF CLI-JUROS-DEVEDOR-ACUM IS NOT NUMERIC
004140         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004150     END-IF.
004160*
004170     IF CLI-SALDO IS LESS THAN ZERO
004180         IF MOV-SALDO-ANTERIOR IS NOT LESS THAN ZERO
004190            OR CLI-DATA-SALDO-NEGATIVO IS EQUAL TO ZERO
004200             MOVE LK-DATA-MOVIMENTO
004210                 TO CLI-DATA-SALDO-NEGATIVO
004220             MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004230         END-IF
004240         ADD MOV-JUROS-CALCULADO TO CLI-JUROS-DEVEDOR-ACUM
004250     ELSE
004260         MOVE ZERO TO CLI-DATA-SALDO-NEGATIVO
004270         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
004280     END-IF.
004290*
004300 2300-MANTER-DATA-NEGATIVO-EXIT.
004310     EXIT.
004320*
004330 2500-SELECIONAR-VIGENCIA.
004340*----------------------------------------------------------------
004350*    ESCOLHE, ENTRE AS VIGENCIAS CARREGADAS DO ARQUIVO DE
004360*    PARAMETROS, A DE MAIOR DATA DE INICIO QUE NAO SEJA
004370*    POSTERIOR A DATA DO MOVIMENTO, E COPIA AS SUAS FAIXAS
004380*    PARA A TABELA USADA PELO CALCULO DE JUROS.  SEM VIGENCIA
004390*    APLICAVEL (ARQUIVO INDISPONIVEL, VAZIO OU SO COM DATAS
004400*    FUTURAS), VALEM AS FAIXAS DE CONTINGENCIA COMPILADAS.
004410*    A SELECAO SO E REFEITA QUANDO A DATA DO MOVIMENTO MUDA.
004420*----------------------------------------------------------------
004430     IF LK-DATA-MOVIMENTO IS EQUAL TO WK-DATA-ULT-SELECAO
004440         GO TO 2500-SELECIONAR-VIGENCIA-EXIT
004450     END-IF.
004460     MOVE LK-DATA-MOVIMENTO TO WK-DATA-ULT-SELECAO.
004470*
004480     MOVE ZERO TO WK-IX-SELECIONADA.
004490     PERFORM 2510-COMPARAR-VIGENCIA
004500         THRU 2510-COMPARAR-VIGENCIA-EXIT
004510         VARYING WK-IX-VIGENCIA FROM 1 BY 1
004520         UNTIL WK-IX-VIGENCIA > WK-QT-VIGENCIAS.
004530*
004540     PERFORM 2520-COPIAR-FAIXA
004550         THRU 2520-COPIAR-FAIXA-EXIT
004560         VARYING WK-INDICE-FAIXA FROM 1 BY 1
004570         UNTIL WK-INDICE-FAIXA > 3.
004580*
004590 2500-SELECIONAR-VIGENCIA-EXIT.
004600     EXIT.
004610*
004620 2510-COMPARAR-VIGENCIA.
004630*----------------------------------------------------------------
004640*    AVALIA UMA VIGENCIA DA TABELA: PASSA A SER A SELECIONADA
004650*    QUANDO NAO E POSTERIOR A DATA DO MOVIMENTO E TEM DATA
004660*    IGUAL OU MAIOR QUE A SELECIONADA ATE AGORA (EMPATE DE
004670*    DATA: VALE O ULTIMO REGISTRO GRAVADO).
004680*----------------------------------------------------------------
004690     IF WK-VIG-DATA (WK-IX-VIGENCIA)
004700             IS NOT GREATER THAN LK-DATA-MOVIMENTO
004710        AND (WK-IX-SELECIONADA IS EQUAL TO ZERO
004720             OR WK-VIG-DATA (WK-IX-VIGENCIA) IS NOT LESS THAN
004730                WK-VIG-DATA (WK-IX-SELECIONADA))
004740         MOVE WK-IX-VIGENCIA TO WK-IX-SELECIONADA
004750     END-IF.
004760*
004770 2510-COMPARAR-VIGENCIA-EXIT.
004780     EXIT.
004790*
004800 2520-COPIAR-FAIXA.
004810*----------------------------------------------------------------
004820*    COPIA UMA FAIXA DA VIGENCIA SELECIONADA (OU DO PADRAO DE
004830*    CONTINGENCIA, QUANDO NENHUMA SE APLICA) PARA A TABELA
004840*    PESQUISADA PELO CALCULO DE JUROS.
004850*----------------------------------------------------------------
004860     IF WK-IX-SELECIONADA IS GREATER THAN ZERO
004870         MOVE WK-VIG-LIMITE (WK-IX-SELECIONADA, WK-INDICE-FAIXA)
004880             TO TX-LIMITE-FAIXA (WK-INDICE-FAIXA)
004890         MOVE WK-VIG-TAXA (WK-IX-SELECIONADA, WK-INDICE-FAIXA)
004900             TO TX-TAXA-MENSAL (WK-INDICE-FAIXA)
004910     ELSE
004920         MOVE WK-LIMITE-PADRAO (WK-INDICE-FAIXA)
004930             TO TX-LIMITE-FAIXA (WK-INDICE-FAIXA)
004940         MOVE WK-TAXA-PADRAO (WK-INDICE-FAIXA)
004950             TO TX-TAXA-MENSAL (WK-INDICE-FAIXA)
004960     END-IF.
004970*
004980 2520-COPIAR-FAIXA-EXIT.
004990     EXIT.
005000*
005010 3000-CALCULAR-JUROS.
005020*----------------------------------------------------------------
005030*    APLICA JUROS SOBRE O SALDO DEVEDOR, PESQUISANDO A TAXA
005040*    MENSAL CORRESPONDENTE NA TABELA TX-TABELA-JUROS (FAIXAS
005050*    CRESCENTES DE SEVERIDADE), DEPOIS DE CARREGAR NELA A
005060*    VIGENCIA DO ARQUIVO DE PARAMETROS EM VIGOR NA DATA DO
005070*    MOVIMENTO, E DEBITANDO O VALOR CALCULADO DIRETO NO SALDO
005080*    DO CLIENTE.
005090*----------------------------------------------------------------
005100     PERFORM 2500-SELECIONAR-VIGENCIA
005110         THRU 2500-SELECIONAR-VIGENCIA-EXIT.
005120*
005130     MOVE 1 TO WK-INDICE-FAIXA.
005140     PERFORM 3100-LOCALIZAR-FAIXA
005150         THRU 3100-LOCALIZAR-FAIXA-EXIT
005160         VARYING WK-INDICE-FAIXA FROM 1 BY 1
005170         UNTIL WK-INDICE-FAIXA >= 3
005180            OR CLI-SALDO >= TX-LIMITE-FAIXA (WK-INDICE-FAIXA).
005190*
005200     COMPUTE MOV-JUROS-CALCULADO ROUNDED =
005210             CLI-SALDO * TX-TAXA-MENSAL (WK-INDICE-FAIXA) * -1.
005220*
005230     SUBTRACT MOV-JUROS-CALCULADO FROM CLI-SALDO.
005240*
005250 3000-CALCULAR-JUROS-EXIT.
005260     EXIT.
005270*
005280 3100-LOCALIZAR-FAIXA.
005290*----------------------------------------------------------------
005300*    CORPO VAZIO: O PERFORM ... VARYING ... UNTIL, ACIMA, FAZ A
005310*    PESQUISA NA TABELA APENAS AVALIANDO A CONDICAO DE PARADA A
005320*    CADA FAIXA.
005330*----------------------------------------------------------------
005340     CONTINUE.
005350*
005360 3100-LOCALIZAR-FAIXA-EXIT.
005370     EXIT.
005380*
005390 9999-FIM.
005400     EXIT PROGRAM.
