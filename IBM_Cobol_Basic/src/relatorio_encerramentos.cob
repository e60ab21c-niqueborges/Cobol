000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RELATORIO-ENCERRAMENTOS.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    RELATORIO DE CONTAS ENCERRADAS NO PERIODO INFORMADO NO
000100*    SYSIN (AAAAMMDDAAAAMMDD - DATA INICIAL E DATA FINAL): VARRE
000110*    O CONTROLE DE ENCERRAMENTOS (ENCERRA, LAYOUT ENCREC),
000120*    GRAVADO PELO SUBPROGRAMA ENCERRAR-CONTA A CADA ENCERRAMENTO
000130*    ONLINE OU EM LOTE, E LISTA UMA LINHA POR CONTA COM A DATA,
000140*    A ORIGEM E O USUARIO, O SALDO ANTERIOR, A REMUNERACAO PAGA,
000150*    A TARIFA PRO RATA, A LIQUIDACAO DO SALDO E A QUANTIDADE DE
000160*    AGENDAMENTOS CANCELADOS, ALEM DOS TOTAIS DO PERIODO.
000170*
000180*    CONTROLE AINDA NAO CRIADO (NENHUM ENCERRAMENTO FEITO) GERA
000190*    O RELATORIO VAZIO; PERIODO INVALIDO ENCERRA COM RETURN-CODE
000200*    12 SEM EMITIR NADA.
000210*----------------------------------------------------------------
000220*    HISTORICO DE ALTERACOES
000230*----------------------------------------------------------------
000240*    2026-10-15  EQC  VERSAO ORIGINAL.
000250*----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CONTROLE-ENCERRAMENTOS ASSIGN TO "ENCERRA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS ENC-CLI-NUMERO
000380         FILE STATUS IS WK-FS-ENCERRA.
000390*
000400     SELECT RELATORIO ASSIGN TO "RELENC"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS WK-FS-RELENC.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CONTROLE-ENCERRAMENTOS
000480     LABEL RECORDS ARE STANDARD.
000490     COPY ENCREC.
000500*
000510 FD  RELATORIO
000520     LABEL RECORDS ARE STANDARD.
000530 01  REL-LINHA                   PIC X(132).
000540*
000550 WORKING-STORAGE SECTION.
000560*
000570 77  WK-FS-ENCERRA               PIC X(02) VALUE "00".
000580     88  WK-FS-OK                            VALUE "00".
000590     88  WK-FS-ARQUIVO-INEXISTENTE           VALUE "35".
000600 77  WK-FS-RELENC                PIC X(02) VALUE "00".
000610*
000620 77  WK-SW-FIM-ENCERRA           PIC X(01) VALUE "N".
000630     88  WK-FIM-ENCERRA                      VALUE "S".
000640*
000650 77  WK-SW-ENCERRA-ABERTO        PIC X(01) VALUE "N".
000660     88  WK-ENCERRA-ABERTO                   VALUE "S".
000670*
000680 77  WK-SW-PERIODO               PIC X(01) VALUE "S".
000690     88  WK-PERIODO-VALIDO                   VALUE "S".
000700     88  WK-PERIODO-INVALIDO                 VALUE "N".
000710*
000720 01  WK-PERIODO.
000730     05  WK-DATA-INICIAL         PIC 9(08).
000740     05  WK-DATA-FINAL           PIC 9(08).
000750*
000760 77  WK-DATA-HOJE                PIC 9(08) VALUE ZERO.
000770*
000780 77  WK-QT-LIDOS                 PIC 9(07) COMP VALUE ZERO.
000790 77  WK-QT-ENCERRADAS            PIC 9(07) COMP VALUE ZERO.
000800 77  WK-QT-AGENDAMENTOS          PIC 9(07) COMP VALUE ZERO.
000810*
000820 77  WK-VL-SALDO-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
000830 77  WK-VL-REMUNER-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
000840 77  WK-VL-TARIFA-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
000850 77  WK-VL-LIQUIDACAO-TOTAL
000860                           PIC S9(11)V99 COMP-3 VALUE ZERO.
000870*
000880 01  WK-CABECALHO.
000890     05  FILLER                  PIC X(33)
000900         VALUE "CONTAS ENCERRADAS - PERIODO DE ".
000910     05  ENCCAB-DATA-INICIAL     PIC 9(08).
000920     05  FILLER                  PIC X(03) VALUE " A ".
000930     05  ENCCAB-DATA-FINAL       PIC 9(08).
000940     05  FILLER                  PIC X(13) VALUE " - EMITIDO EM".
000950     05  FILLER                  PIC X(01) VALUE SPACE.
000960     05  ENCCAB-DATA-EMISSAO     PIC 9(08).
000970     05  FILLER                  PIC X(58) VALUE SPACES.
000980*
000990 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
001000*
001010 01  WK-TITULO-COLUNAS.
001020     05  FILLER                  PIC X(36)
001030         VALUE "  CLIENTE NOME".
001040     05  FILLER                  PIC X(20)
001050         VALUE "DATA     O USUARIO".
001060     05  FILLER                  PIC X(27)
001070         VALUE "  SALDO ANTER. REMUNERACAO".
001080     05  FILLER                  PIC X(27)
001090         VALUE "      TARIFA    LIQUIDACAO".
001100     05  FILLER                  PIC X(22) VALUE "AGD".
001110*
001120 01  WK-DETALHE.
001130     05  ENCDET-CLIENTE          PIC ZZZZZZZZ9.
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  ENCDET-NOME             PIC X(25).
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  ENCDET-DATA             PIC 9(08).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  ENCDET-ORIGEM           PIC X(01).
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001210     05  ENCDET-USUARIO          PIC X(08).
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  ENCDET-SALDO            PIC -ZZZZZZZZ9.99.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  ENCDET-REMUNERACAO      PIC -ZZZZZZZ9.99.
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  ENCDET-TARIFA           PIC -ZZZZZZZ9.99.
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  ENCDET-LIQUIDACAO       PIC -ZZZZZZZZ9.99.
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  ENCDET-AGENDAMENTOS     PIC ZZ9.
001320     05  FILLER                  PIC X(19) VALUE SPACES.
001330*
001340 01  WK-TOTAL-PERIODO.
001350     05  FILLER                  PIC X(18)
001360         VALUE "TOTAL DO PERIODO..".
001370     05  TOTENC-QUANTIDADE       PIC Z,ZZZ,ZZ9.
001380     05  FILLER                  PIC X(08) VALUE "  SALDO ".
001390     05  TOTENC-SALDO            PIC -ZZZZZZZZZZZ9.99.
001400     05  FILLER                  PIC X(08) VALUE " REMUN. ".
001410     05  TOTENC-REMUNERACAO      PIC -ZZZZZZZZZZZ9.99.
001420     05  FILLER                  PIC X(08) VALUE " TARIFA ".
001430     05  TOTENC-TARIFA           PIC -ZZZZZZZZZZZ9.99.
001440     05  FILLER                  PIC X(07) VALUE " LIQUI ".
001450     05  TOTENC-LIQUIDACAO       PIC -ZZZZZZZZZZZ9.99.
001460     05  FILLER                  PIC X(10) VALUE SPACES.
001470*
001480 01  WK-LINHA-AGENDAMENTOS.
001490     05  FILLER                  PIC X(44)
001500         VALUE "AGENDAMENTOS CANCELADOS NOS ENCERRAMENTOS..:".
001510     05  TOTAGD-QUANTIDADE       PIC Z,ZZZ,ZZ9.
001520     05  FILLER                  PIC X(79) VALUE SPACES.
001530*
001540 PROCEDURE DIVISION.
001550*
001560 0000-MAINLINE.
001570     PERFORM 1000-INICIALIZAR
001580         THRU 1000-INICIALIZAR-EXIT.
001590*
001600     IF WK-PERIODO-VALIDO
001610         PERFORM 2000-LISTAR-ENCERRAMENTO
001620             THRU 2000-LISTAR-ENCERRAMENTO-EXIT
001630             UNTIL WK-FIM-ENCERRA
001640     END-IF.
001650*
001660     PERFORM 8000-FINALIZAR
001670         THRU 8000-FINALIZAR-EXIT.
001680*
001690     GO TO 9999-FIM.
001700*
001710 1000-INICIALIZAR.
001720*----------------------------------------------------------------
001730*    VALIDA O PERIODO DO SYSIN, ABRE OS ARQUIVOS E EMITE O
001740*    CABECALHO.  PERIODO INVALIDO ENCERRA COM RETURN-CODE 12
001750*    SEM EMITIR NADA.
001760*----------------------------------------------------------------
001770     ACCEPT WK-PERIODO.
001780     IF WK-PERIODO IS NOT NUMERIC
001790        OR WK-DATA-INICIAL IS EQUAL TO ZERO
001800        OR WK-DATA-FINAL IS LESS THAN WK-DATA-INICIAL
001810         DISPLAY "PERIODO INVALIDO NO SYSIN - INFORME "
001820                 "AAAAMMDDAAAAMMDD."
001830         MOVE 12 TO RETURN-CODE
001840         SET WK-PERIODO-INVALIDO TO TRUE
001850         GO TO 1000-INICIALIZAR-EXIT
001860     END-IF.
001870*
001880     OPEN OUTPUT RELATORIO.
001890*
001900     OPEN INPUT CONTROLE-ENCERRAMENTOS.
001910     EVALUATE TRUE
001920         WHEN WK-FS-OK
001930             SET WK-ENCERRA-ABERTO TO TRUE
001940             PERFORM 2900-LER-ENCERRAMENTO
001950                 THRU 2900-LER-ENCERRAMENTO-EXIT
001960         WHEN WK-FS-ARQUIVO-INEXISTENTE
001970             DISPLAY "CONTROLE DE ENCERRAMENTOS AINDA NAO CRIADO"
001980                     " - NENHUM ENCERRAMENTO A LISTAR."
001990             SET WK-FIM-ENCERRA TO TRUE
002000         WHEN OTHER
002010             DISPLAY "ERRO NA ABERTURA DO CONTROLE DE "
002020                     "ENCERRAMENTOS (FILE STATUS " WK-FS-ENCERRA
002030                     ")."
002040             MOVE 12 TO RETURN-CODE
002050             SET WK-FIM-ENCERRA TO TRUE
002060     END-EVALUATE.
002070*
002080     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
002090     MOVE WK-DATA-INICIAL TO ENCCAB-DATA-INICIAL.
002100     MOVE WK-DATA-FINAL   TO ENCCAB-DATA-FINAL.
002110     MOVE WK-DATA-HOJE    TO ENCCAB-DATA-EMISSAO.
002120     WRITE REL-LINHA FROM WK-CABECALHO.
002130     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
002140     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
002150*
002160 1000-INICIALIZAR-EXIT.
002170     EXIT.
002180*
002190 2000-LISTAR-ENCERRAMENTO.
002200*----------------------------------------------------------------
002210*    IMPRIME O ENCERRAMENTO CORRENTE QUANDO A DATA CAI NO
002220*    PERIODO, ACUMULA OS TOTAIS E LE O PROXIMO.
002230*----------------------------------------------------------------
002240     IF ENC-DATA-ENCERRAMENTO IS LESS THAN WK-DATA-INICIAL
002250        OR ENC-DATA-ENCERRAMENTO IS GREATER THAN WK-DATA-FINAL
002260         GO TO 2000-LISTAR-PROXIMO
002270     END-IF.
002280*
002290     MOVE ENC-CLI-NUMERO         TO ENCDET-CLIENTE.
002300     MOVE ENC-NOME               TO ENCDET-NOME.
002310     MOVE ENC-DATA-ENCERRAMENTO  TO ENCDET-DATA.
002320     MOVE ENC-ORIGEM             TO ENCDET-ORIGEM.
002330     MOVE ENC-USUARIO            TO ENCDET-USUARIO.
002340     MOVE ENC-SALDO-ANTERIOR     TO ENCDET-SALDO.
002350     MOVE ENC-VL-REMUNERACAO     TO ENCDET-REMUNERACAO.
002360     MOVE ENC-VL-TARIFA          TO ENCDET-TARIFA.
002370     MOVE ENC-VL-LIQUIDACAO      TO ENCDET-LIQUIDACAO.
002380     MOVE ENC-QT-AGENDAMENTOS    TO ENCDET-AGENDAMENTOS.
002390     WRITE REL-LINHA FROM WK-DETALHE.
002400*
002410     ADD 1                       TO WK-QT-ENCERRADAS.
002420     ADD ENC-QT-AGENDAMENTOS     TO WK-QT-AGENDAMENTOS.
002430     ADD ENC-SALDO-ANTERIOR      TO WK-VL-SALDO-TOTAL.
002440     ADD ENC-VL-REMUNERACAO      TO WK-VL-REMUNER-TOTAL.
002450     ADD ENC-VL-TARIFA           TO WK-VL-TARIFA-TOTAL.
002460     ADD ENC-VL-LIQUIDACAO       TO WK-VL-LIQUIDACAO-TOTAL.
002470*
002480 2000-LISTAR-PROXIMO.
002490     PERFORM 2900-LER-ENCERRAMENTO
002500         THRU 2900-LER-ENCERRAMENTO-EXIT.
002510*
002520 2000-LISTAR-ENCERRAMENTO-EXIT.
002530     EXIT.
002540*
002550 2900-LER-ENCERRAMENTO.
002560*----------------------------------------------------------------
002570*    LE O PROXIMO REGISTRO DO CONTROLE DE ENCERRAMENTOS.
002580*----------------------------------------------------------------
002590     READ CONTROLE-ENCERRAMENTOS
002600         AT END
002610             SET WK-FIM-ENCERRA TO TRUE
002620             GO TO 2900-LER-ENCERRAMENTO-EXIT
002630     END-READ.
002640*
002641     IF NOT WK-FS-OK
002642         DISPLAY "ERRO AO LER O CONTROLE DE ENCERRAMENTOS - "
002643                 "FILE STATUS " WK-FS-ENCERRA
002644         MOVE 12 TO RETURN-CODE
002645         SET WK-FIM-ENCERRA TO TRUE
002646         GO TO 2900-LER-ENCERRAMENTO-EXIT
002647     END-IF.
002648*
002650     ADD 1 TO WK-QT-LIDOS.
002660*
002670 2900-LER-ENCERRAMENTO-EXIT.
002680     EXIT.
002690*
002700 8000-FINALIZAR.
002710*----------------------------------------------------------------
002720*    IMPRIME OS TOTAIS DO PERIODO, FECHA OS ARQUIVOS E EXIBE O
002730*    RESUMO DA VARREDURA.
002740*----------------------------------------------------------------
002750     IF WK-PERIODO-INVALIDO
002760         GO TO 8000-FINALIZAR-EXIT
002770     END-IF.
002780*
002790     MOVE WK-QT-ENCERRADAS       TO TOTENC-QUANTIDADE.
002800     MOVE WK-VL-SALDO-TOTAL      TO TOTENC-SALDO.
002810     MOVE WK-VL-REMUNER-TOTAL    TO TOTENC-REMUNERACAO.
002820     MOVE WK-VL-TARIFA-TOTAL     TO TOTENC-TARIFA.
002830     MOVE WK-VL-LIQUIDACAO-TOTAL TO TOTENC-LIQUIDACAO.
002840     MOVE WK-QT-AGENDAMENTOS     TO TOTAGD-QUANTIDADE.
002850     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
002860     WRITE REL-LINHA FROM WK-TOTAL-PERIODO.
002870     WRITE REL-LINHA FROM WK-LINHA-AGENDAMENTOS.
002880*
002890     IF WK-ENCERRA-ABERTO
002900         CLOSE CONTROLE-ENCERRAMENTOS
002910     END-IF.
002920     CLOSE RELATORIO.
002930*
002940     DISPLAY "ENCERRAMENTOS LIDOS....: " WK-QT-LIDOS.
002950     DISPLAY "ENCERRADAS NO PERIODO..: " WK-QT-ENCERRADAS.
002960     DISPLAY "AGENDAMENTOS CANCELADOS: " WK-QT-AGENDAMENTOS.
002970*
002980 8000-FINALIZAR-EXIT.
002990     EXIT.
003000*
003010 9999-FIM.
003020     STOP RUN.
