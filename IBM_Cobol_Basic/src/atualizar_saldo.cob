000010* Adicionar os creditos do movimento ao saldo do cliente. Se o
000020* saldo do cliente for menor que zero, calcular juros.
000030*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     ATUALIZAR-SALDO.
000060 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000070 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000080 DATE-WRITTEN.   2019-04-11.
000090 DATE-COMPILED.  2026-08-08.
000100*
000110*----------------------------------------------------------------
000120*    HISTORICO DE ALTERACOES
000130*----------------------------------------------------------------
000140*    2019-04-11  EQC  VERSAO ORIGINAL - MOVIMENTO ACEITO VIA
000150*                     ACCEPT E SALDO SO EXIBIDO EM TELA.
000160*    2026-08-08  EQC  PASSA A LER/GRAVAR O SALDO NO ARQUIVO
000170*                     MESTRE INDEXADO CLIENTES-MASTER (CLIMSTR),
000180*                     PARA QUE O SALDO PERSISTA ENTRE EXECUCOES.
000190*    2026-08-08  EQC  CALCULAR-JUROS PASSA A APLICAR JUROS DE
000200*                     FATO, POR FAIXA DE SALDO DEVEDOR (TXJUROS).
000210*    2026-08-08  EQC  TODO MOVIMENTO E JUROS APLICADOS PASSAM A
000220*                     SER GRAVADOS NO DIARIO DE AUDITORIA
000230*                     (ARQUIVO AUDITLOG) PARA CONCILIACAO.
000240*    2026-08-08  EQC  MOVIMENTO PASSA A SER VALIDADO (SINAL,
000250*                     FORMATO NUMERICO E FAIXA POR LANCAMENTO)
000260*                     ANTES DE SER SOMADO AO SALDO.
000270*    2026-08-08  EQC  A SOMA DO MOVIMENTO E O CALCULO DE JUROS
000280*                     FORAM EXTRAIDOS PARA O SUBPROGRAMA
000290*                     APLICAR-MOVIMENTO, PARA SEREM REUTILIZADOS
000300*                     PELO DRIVER BATCH NOTURNO.
000310*    2026-08-08  EQC  MOVIMENTO QUE EXCEDE O LIMITE DE CREDITO
000320*                     DO CLIENTE PASSA A SER REJEITADO E
000330*                     REGISTRADO NO DIARIO DE AUDITORIA, EM VEZ
000340*                     DE SER SOMADO AO SALDO.
000350*    2026-08-22  EQC  MOVIMENTO CONTRA CLIENTE BLOQUEADO PASSA
000360*                     A SER REJEITADO PELO SUBPROGRAMA E
000370*                     AUDITADO COM MOTIVO PROPRIO.
000380*    2026-10-15  EQC  MOVIMENTO CONTRA CONTA ENCERRADA
000390*                     (CLI-ENCERRADO) PASSA A SER REJEITADO PELO
000400*                     SUBPROGRAMA E AUDITADO COM MOTIVO PROPRIO.
000402*    2026-10-15  EQC  DEBITO QUE ALCANCA BLOQUEIO JUDICIAL PASSA
000404*                     A SER AUDITADO COM MOTIVO PROPRIO; O
000406*                     ARQUIVO DE BLOQUEIOS E FECHADO NO FIM.
000410*----------------------------------------------------------------
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000460 OBJECT-COMPUTER.    IBM-370.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CLI-NUMERO
000540         FILE STATUS IS WK-FS-CLIMSTR.
000550*
000560     SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WK-FS-AUDITLOG.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CLIENTES-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CLIREC.
000660*
000670 FD  ARQUIVO-AUDITORIA
000680     LABEL RECORDS ARE STANDARD.
000690     COPY AUDREC.
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
000740     88  WK-FS-OK                       VALUE "00".
000750     88  WK-FS-NAO-ENCONTRADO            VALUE "23".
000760*
000770 77  WK-FS-AUDITLOG          PIC X(02) VALUE "00".
000780*
000790 77  WK-CLI-NUMERO-INFORMADO PIC 9(09) VALUE ZERO.
000800 77  WK-MOVIMENTO            PIC S9(09)V99 COMP-3 VALUE ZERO.
000810 77  WK-DATA-MOVIMENTO       PIC 9(08) VALUE ZERO.
000820*
000830     COPY MOVRSLT.
000840*
000850 77  WK-SW-CLIENTE           PIC X(01) VALUE "N".
000860     88  WK-CLIENTE-ENCONTRADO           VALUE "S".
000870     88  WK-CLIENTE-NAO-ENCONTRADO       VALUE "N".
000880*
000890 77  WK-SW-MOVIMENTO         PIC X(01) VALUE "N".
000900     88  WK-MOV-VALIDO                   VALUE "S".
000910     88  WK-MOV-INVALIDO                 VALUE "N".
000920*
000930 01  WK-MOVIMENTO-ENTRADA.
000940     05  WK-MOV-SINAL        PIC X(01).
000950     05  WK-MOV-DIGITOS      PIC 9(09)V99.
000960*
000970 77  WK-MOV-VALOR-MINIMO     PIC S9(09)V99 COMP-3 VALUE -50000.00.
000980 77  WK-MOV-VALOR-MAXIMO     PIC S9(09)V99 COMP-3 VALUE  50000.00.
000990*
001000 77  WK-MOTIVO-REJEICAO      PIC X(40) VALUE SPACES.
001002*
001004     COPY BJDPARM.
001010*
001020 PROCEDURE DIVISION.
001030*
001040 0000-MAINLINE.
001050     PERFORM 1000-INICIALIZAR
001060         THRU 1000-INICIALIZAR-EXIT.
001070*
001080     IF WK-CLIENTE-ENCONTRADO
001090         PERFORM 2000-OBTER-MOVIMENTO
001100             THRU 2000-OBTER-MOVIMENTO-EXIT
001110         PERFORM 3000-PROCESSAR-MOVIMENTO
001120             THRU 3000-PROCESSAR-MOVIMENTO-EXIT
001130     END-IF.
001140*
001150     PERFORM 8000-FINALIZAR
001160         THRU 8000-FINALIZAR-EXIT.
001170*
001180     GO TO 9999-FIM.
001190*
001200 1000-INICIALIZAR.
001210*----------------------------------------------------------------
001220*    ABRE O ARQUIVO MESTRE E LOCALIZA O CLIENTE INFORMADO.
001230*----------------------------------------------------------------
001240     OPEN I-O CLIENTES-MASTER.
001250     OPEN EXTEND ARQUIVO-AUDITORIA.
001260*
001270     DISPLAY "NUMERO DO CLIENTE: ".
001280     ACCEPT WK-CLI-NUMERO-INFORMADO.
001290*
001300     MOVE WK-CLI-NUMERO-INFORMADO TO CLI-NUMERO.
001310     READ CLIENTES-MASTER
001320         INVALID KEY
001330             DISPLAY "CLIENTE " WK-CLI-NUMERO-INFORMADO
001340                     " NAO ENCONTRADO NO ARQUIVO MESTRE."
001350             SET WK-CLIENTE-NAO-ENCONTRADO TO TRUE
001360     END-READ.
001370*
001380     IF WK-FS-OK
001390         SET WK-CLIENTE-ENCONTRADO TO TRUE
001400     END-IF.
001410*
001420 1000-INICIALIZAR-EXIT.
001430     EXIT.
001440*
001450 2000-OBTER-MOVIMENTO.
001460*----------------------------------------------------------------
001470*    SOLICITA O VALOR DO MOVIMENTO AO OPERADOR, REPETINDO A
001480*    PERGUNTA ATE QUE UM VALOR NUMERICO E DENTRO DA FAIXA
001490*    PERMITIDA POR LANCAMENTO SEJA INFORMADO.
001500*----------------------------------------------------------------
001510     SET WK-MOV-INVALIDO TO TRUE.
001520     PERFORM 2100-LER-E-VALIDAR-MOVIMENTO
001530         THRU 2100-LER-E-VALIDAR-MOVIMENTO-EXIT
001540         UNTIL WK-MOV-VALIDO.
001550*
001560 2000-OBTER-MOVIMENTO-EXIT.
001570     EXIT.
001580*
001590 2100-LER-E-VALIDAR-MOVIMENTO.
001600*----------------------------------------------------------------
001610*    LE UM MOVIMENTO NO FORMATO SINAL (+/-) SEGUIDO DE 11
001620*    DIGITOS (9 INTEIROS E 2 DECIMAIS, SEM PONTO) E VALIDA
001630*    FORMATO E FAIXA ANTES DE ACEITAR O VALOR.
001640*----------------------------------------------------------------
001650     DISPLAY "DIGITE O SINAL DO MOVIMENTO (+ OU -): ".
001660     ACCEPT WK-MOV-SINAL.
001670     DISPLAY "DIGITE O VALOR DO MOVIMENTO (9 INTEIROS + 2 "
001680             "DECIMAIS, SEM PONTO, EX: 00000015000 = 150.00): ".
001690     ACCEPT WK-MOV-DIGITOS.
001700*
001710     IF WK-MOV-SINAL NOT = "+" AND WK-MOV-SINAL NOT = "-"
001720         DISPLAY "SINAL INVALIDO - DIGITE + OU -."
001730         GO TO 2100-LER-E-VALIDAR-MOVIMENTO-EXIT
001740     END-IF.
001750*
001760     IF WK-MOV-DIGITOS IS NOT NUMERIC
001770         DISPLAY "VALOR NAO NUMERICO - TENTE NOVAMENTE."
001780         GO TO 2100-LER-E-VALIDAR-MOVIMENTO-EXIT
001790     END-IF.
001800*
001810     IF WK-MOV-SINAL = "-"
001820         COMPUTE WK-MOVIMENTO = WK-MOV-DIGITOS * -1
001830     ELSE
001840         MOVE WK-MOV-DIGITOS TO WK-MOVIMENTO
001850     END-IF.
001860*
001870     IF WK-MOVIMENTO < WK-MOV-VALOR-MINIMO
001880        OR WK-MOVIMENTO > WK-MOV-VALOR-MAXIMO
001890         DISPLAY "VALOR FORA DA FAIXA PERMITIDA POR LANCAMENTO "
001900                 "(" WK-MOV-VALOR-MINIMO " A "
001910                 WK-MOV-VALOR-MAXIMO ")."
001920         GO TO 2100-LER-E-VALIDAR-MOVIMENTO-EXIT
001930     END-IF.
001940*
001950     SET WK-MOV-VALIDO TO TRUE.
001960*
001970 2100-LER-E-VALIDAR-MOVIMENTO-EXIT.
001980     EXIT.
001990*
002000 3000-PROCESSAR-MOVIMENTO.
002010*----------------------------------------------------------------
002020*    CHAMA O SUBPROGRAMA APLICAR-MOVIMENTO (QUE SOMA O
002030*    MOVIMENTO E CALCULA JUROS SE NECESSARIO), GRAVA O DIARIO
002040*    DE AUDITORIA E REGRAVA O REGISTRO NO ARQUIVO MESTRE.  A
002050*    MESMA ROTINA E USADA PELO DRIVER BATCH NOTURNO, PARA QUE
002060*    ONLINE E BATCH APLIQUEM A MESMA REGRA DE NEGOCIO.
002070*----------------------------------------------------------------
002080     ACCEPT WK-DATA-MOVIMENTO FROM DATE YYYYMMDD.
002090*
002100     CALL "APLICAR-MOVIMENTO" USING CLI-REGISTRO
002110                                    WK-MOVIMENTO
002120                                    WK-DATA-MOVIMENTO
002130                                    MOV-RESULTADO.
002140*
002150     IF MOV-REJEITADO
002160         EVALUATE TRUE
002170             WHEN MOV-REJ-BLOQUEADO
002180                 MOVE "CLIENTE BLOQUEADO" TO WK-MOTIVO-REJEICAO
002190             WHEN MOV-REJ-ENCERRADO
002200                 MOVE "CONTA ENCERRADA" TO WK-MOTIVO-REJEICAO
002202             WHEN MOV-REJ-BLOQUEIO-JUDICIAL
002204                 MOVE "DEBITO ALCANCA BLOQUEIO JUDICIAL"
002206                     TO WK-MOTIVO-REJEICAO
002210             WHEN OTHER
002220                 MOVE "EXCEDE O LIMITE DE CREDITO DO CLIENTE"
002230                     TO WK-MOTIVO-REJEICAO
002240         END-EVALUATE
002250         PERFORM 4200-GRAVAR-AUDITORIA-REJEITADO
002260             THRU 4200-GRAVAR-AUDITORIA-REJEITADO-EXIT
002270         DISPLAY "MOVIMENTO REJEITADO (" WK-MOTIVO-REJEICAO
002280                 ") - CLIENTE " CLI-NUMERO
002290         GO TO 3000-PROCESSAR-MOVIMENTO-EXIT
002300     END-IF.
002310*
002320     PERFORM 4000-GRAVAR-AUDITORIA-MOVIMENTO
002330         THRU 4000-GRAVAR-AUDITORIA-MOVIMENTO-EXIT.
002340*
002350     IF MOV-JUROS-CALCULADO IS NOT EQUAL TO ZERO
002360         PERFORM 4100-GRAVAR-AUDITORIA-JUROS
002370             THRU 4100-GRAVAR-AUDITORIA-JUROS-EXIT
002380     END-IF.
002390*
002400     DISPLAY "SALDO ATUALIZADO: " CLI-SALDO.
002410*
002420     REWRITE CLI-REGISTRO
002430         INVALID KEY
002440             DISPLAY "ERRO AO REGRAVAR O CLIENTE "
002450                     CLI-NUMERO " NO ARQUIVO MESTRE."
002460     END-REWRITE.
002470*
002480 3000-PROCESSAR-MOVIMENTO-EXIT.
002490     EXIT.
002500*
002510 4000-GRAVAR-AUDITORIA-MOVIMENTO.
002520*----------------------------------------------------------------
002530*    GRAVA NO DIARIO DE AUDITORIA O MOVIMENTO QUE ACABOU DE SER
002540*    SOMADO AO SALDO DO CLIENTE.
002550*----------------------------------------------------------------
002560     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
002570     SET AUD-EV-MOVIMENTO      TO TRUE.
002580     MOVE WK-MOVIMENTO         TO AUD-VALOR-EVENTO.
002590     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-ANTERIOR.
002600     MOVE MOV-SALDO-POS-MOVIMENTO
002610                               TO AUD-SALDO-RESULTANTE.
002620     MOVE SPACES               TO AUD-USUARIO.
002630     MOVE SPACES               TO AUD-MOTIVO.
002640*
002650     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
002660         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
002670*
002680 4000-GRAVAR-AUDITORIA-MOVIMENTO-EXIT.
002690     EXIT.
002700*
002710 4100-GRAVAR-AUDITORIA-JUROS.
002720*----------------------------------------------------------------
002730*    GRAVA NO DIARIO DE AUDITORIA OS JUROS QUE ACABARAM DE SER
002740*    DEBITADOS DO SALDO DO CLIENTE.
002750*----------------------------------------------------------------
002760     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
002770     SET AUD-EV-JUROS          TO TRUE.
002780     MOVE MOV-JUROS-CALCULADO  TO AUD-VALOR-EVENTO.
002790     MOVE MOV-SALDO-POS-MOVIMENTO
002800                               TO AUD-SALDO-ANTERIOR.
002810     MOVE CLI-SALDO            TO AUD-SALDO-RESULTANTE.
002820     MOVE SPACES               TO AUD-USUARIO.
002830     MOVE SPACES               TO AUD-MOTIVO.
002840*
002850     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
002860         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
002870*
002880 4100-GRAVAR-AUDITORIA-JUROS-EXIT.
002890     EXIT.
002900*
002910 4200-GRAVAR-AUDITORIA-REJEITADO.
002920*----------------------------------------------------------------
002930*    GRAVA NO DIARIO DE AUDITORIA UM MOVIMENTO REJEITADO PELO
002940*    SUBPROGRAMA (LIMITE DE CREDITO EXCEDIDO OU CLIENTE
002950*    BLOQUEADO), COM O MOTIVO JA DECIDIDO PELO CHAMADOR.
002960*----------------------------------------------------------------
002970     MOVE CLI-NUMERO           TO AUD-CLI-NUMERO.
002980     SET AUD-EV-REJEITADO      TO TRUE.
002990     MOVE WK-MOVIMENTO         TO AUD-VALOR-EVENTO.
003000     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-ANTERIOR.
003010     MOVE MOV-SALDO-ANTERIOR   TO AUD-SALDO-RESULTANTE.
003020     MOVE SPACES               TO AUD-USUARIO.
003030     MOVE WK-MOTIVO-REJEICAO   TO AUD-MOTIVO.
003040*
003050     PERFORM 4900-GRAVAR-REGISTRO-AUDITORIA
003060         THRU 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
003070*
003080 4200-GRAVAR-AUDITORIA-REJEITADO-EXIT.
003090     EXIT.
003100*
003110 4900-GRAVAR-REGISTRO-AUDITORIA.
003120*----------------------------------------------------------------
003130*    CARIMBA DATA/HORA E GRAVA O REGISTRO DE AUDITORIA MONTADO
003140*    PELO PARAGRAFO CHAMADOR.
003150*----------------------------------------------------------------
003160     ACCEPT AUD-DATA FROM DATE YYYYMMDD.
003170     ACCEPT AUD-HORA FROM TIME.
003180*
003190     WRITE AUD-REGISTRO.
003200*
003210     IF NOT WK-FS-AUDITLOG = "00"
003220         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CLIENTE "
003230                 CLI-NUMERO " - FILE STATUS " WK-FS-AUDITLOG
003240     END-IF.
003250 4900-GRAVAR-REGISTRO-AUDITORIA-EXIT.
003260     EXIT.
003270*
003280 8000-FINALIZAR.
003290*----------------------------------------------------------------
003292*    FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA E PEDE AO
003294*    TOTALIZAR-BLOQUEIOS QUE FECHE O ARQUIVO DE BLOQUEIOS
003296*    ABERTO NA POSTAGEM.
003310*----------------------------------------------------------------
003320     CLOSE CLIENTES-MASTER.
003330     CLOSE ARQUIVO-AUDITORIA.
003332*
003334     SET BJP-FN-FINALIZAR TO TRUE.
003336     CALL "TOTALIZAR-BLOQUEIOS" USING BJP-PARAMETROS.
003340*
003350 8000-FINALIZAR-EXIT.
003360     EXIT.
003370*
003380 9999-FIM.
003390     STOP RUN.
