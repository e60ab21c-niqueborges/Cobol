000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ESTORNO-LOTE.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    ESTORNO EM LOTE: LE O ARQUIVO DE PEDIDOS DE ESTORNO
000100*    (PEDESTOR, LAYOUT ESPREC) - UM PEDIDO POR EVENTO ORIGINAL,
000110*    IDENTIFICADO PELA CHAVE DO HISTORICO (HIS-CHAVE), COM A
000120*    MATRICULA DE QUEM AUTORIZOU E O MOTIVO - E ESTORNA CADA
000130*    EVENTO PELO SUBPROGRAMA ESTORNAR-EVENTO, COM AS MESMAS
000140*    REGRAS DA TRANSACAO ONLINE ESTORNO-LANCAMENTO (INCLUSIVE O
000150*    ESTORNO DOS JUROS COBRADOS JUNTO COM O ORIGINAL E A RECUSA
000160*    DO SEGUNDO ESTORNO DO MESMO EVENTO).
000170*
000180*    CADA PEDIDO ACEITO OU RECUSADO SAI NO RELATORIO DO LOTE
000190*    (RELEST) COM O RESULTADO; PEDIDOS RECUSADOS NAO IMPEDEM OS
000200*    DEMAIS E DEVOLVEM RETURN-CODE 4 NO FIM, PARA A OPERACAO
000210*    CONFERIR O RELATORIO.  UMA RESUBMISSAO DO MESMO LOTE NAO
000220*    ESTORNA DUAS VEZES: OS PEDIDOS JA ATENDIDOS SAO RECUSADOS
000230*    PELO CONTROLE DE ESTORNOS.
000240*----------------------------------------------------------------
000250*    HISTORICO DE ALTERACOES
000260*----------------------------------------------------------------
000270*    2026-10-15  EQC  VERSAO ORIGINAL.
000280*----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PEDIDOS-ESTORNO ASSIGN TO "PEDESTOR"
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WK-FS-PEDESTOR.
000410*
000420     SELECT RELATORIO-ESTORNOS ASSIGN TO "RELEST"
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WK-FS-RELEST.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PEDIDOS-ESTORNO
000500     LABEL RECORDS ARE STANDARD.
000510     COPY ESPREC.
000520*
000530 FD  RELATORIO-ESTORNOS
000540     LABEL RECORDS ARE STANDARD.
000550 01  EST-LINHA                   PIC X(132).
000560*
000570 WORKING-STORAGE SECTION.
000580*
000590 77  WK-FS-PEDESTOR              PIC X(02) VALUE "00".
000600     88  WK-FS-PEDESTOR-OK                   VALUE "00".
000610 77  WK-FS-RELEST                PIC X(02) VALUE "00".
000620*
000630 77  WK-SW-FIM-PEDIDOS           PIC X(01) VALUE "N".
000640     88  WK-FIM-PEDIDOS                      VALUE "S".
000650*
000660 77  WK-SW-PEDIDOS-ABERTO        PIC X(01) VALUE "N".
000670     88  WK-PEDIDOS-ABERTO                   VALUE "S".
000680*
000690 77  WK-DATA-RELATORIO           PIC 9(08) VALUE ZERO.
000700*
000710 77  WK-QT-PEDIDOS-LIDOS         PIC 9(07) COMP VALUE ZERO.
000720 77  WK-QT-ESTORNOS-ACEITOS      PIC 9(07) COMP VALUE ZERO.
000730 77  WK-QT-ESTORNOS-RECUSADOS    PIC 9(07) COMP VALUE ZERO.
000740 77  WK-VL-ESTORNOS              PIC S9(11)V99 COMP-3 VALUE ZERO.
000750 77  WK-VL-JUROS-ESTORNADOS      PIC S9(11)V99 COMP-3 VALUE ZERO.
000760*
000770     COPY ESTPARM.
000780*
000790 01  WK-CABECALHO-RELEST.
000800     05  FILLER                  PIC X(37)
000810         VALUE "ESTORNO EM LOTE DE EVENTOS - DATA ".
000820     05  ESTCAB-DATA             PIC 9(08).
000830     05  FILLER                  PIC X(87) VALUE SPACES.
000840*
000850 01  WK-CABECALHO-COLUNAS.
000860     05  FILLER                  PIC X(44)
000870         VALUE "CLIENTE    DATA     HORA     SEQ TIPO      ".
000880     05  FILLER                  PIC X(44)
000890         VALUE "    EFEITO ESTORNO   JUROS ESTORNADOS RESULT".
000900     05  FILLER                  PIC X(44)
000910         VALUE "ADO                                         ".
000920*
000930 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
000940*
000950 01  WK-LINHA-PEDIDO.
000960     05  ESTPED-CLIENTE          PIC 9(09).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  ESTPED-DATA             PIC 9(08).
000990     05  FILLER                  PIC X(01) VALUE SPACE.
001000     05  ESTPED-HORA             PIC 9(08).
001010     05  FILLER                  PIC X(01) VALUE SPACE.
001020     05  ESTPED-SEQ              PIC 9(03).
001030     05  FILLER                  PIC X(01) VALUE SPACE.
001040     05  ESTPED-TIPO             PIC X(10).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  ESTPED-VALOR            PIC -ZZZZZZZZ9.99.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  ESTPED-JUROS            PIC -ZZZZZZZZ9.99.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  ESTPED-RESULTADO        PIC X(09).
001110     05  FILLER                  PIC X(01) VALUE SPACE.
001120     05  ESTPED-MOTIVO           PIC X(40).
001130     05  FILLER                  PIC X(08) VALUE SPACES.
001140*
001150 01  WK-TOTAL-LINHA.
001160     05  TOT-DESCRICAO           PIC X(32).
001170     05  TOT-QUANTIDADE          PIC Z,ZZZ,ZZ9.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  TOT-VALOR               PIC -ZZZZZZZZZZ9.99.
001200     05  FILLER                  PIC X(74) VALUE SPACES.
001210*
001220 PROCEDURE DIVISION.
001230*
001240 0000-MAINLINE.
001250     PERFORM 1000-INICIALIZAR
001260         THRU 1000-INICIALIZAR-EXIT.
001270*
001280     PERFORM 2000-PROCESSAR-PEDIDO
001290         THRU 2000-PROCESSAR-PEDIDO-EXIT
001300         UNTIL WK-FIM-PEDIDOS.
001310*
001320     PERFORM 8000-FINALIZAR
001330         THRU 8000-FINALIZAR-EXIT.
001340*
001350     GO TO 9999-FIM.
001360*
001370 1000-INICIALIZAR.
001380*----------------------------------------------------------------
001390*    ABRE O LOTE DE PEDIDOS E O RELATORIO, EMITE OS CABECALHOS
001400*    E LE O PRIMEIRO PEDIDO.  LOTE INACESSIVEL ENCERRA O PASSO
001410*    COM RETURN-CODE 12 SEM ESTORNAR NADA.
001420*----------------------------------------------------------------
001430     OPEN OUTPUT RELATORIO-ESTORNOS.
001440*
001450     ACCEPT WK-DATA-RELATORIO FROM DATE YYYYMMDD.
001460     MOVE WK-DATA-RELATORIO    TO ESTCAB-DATA.
001470     MOVE WK-CABECALHO-RELEST  TO EST-LINHA.
001480     WRITE EST-LINHA.
001490     MOVE WK-LINHA-BRANCO      TO EST-LINHA.
001500     WRITE EST-LINHA.
001510     MOVE WK-CABECALHO-COLUNAS TO EST-LINHA.
001520     WRITE EST-LINHA.
001530*
001540     OPEN INPUT PEDIDOS-ESTORNO.
001550     IF NOT WK-FS-PEDESTOR-OK
001560         DISPLAY "LOTE DE PEDIDOS DE ESTORNO INACESSIVEL - FILE "
001570                 "STATUS " WK-FS-PEDESTOR
001580         MOVE 12 TO RETURN-CODE
001590         SET WK-FIM-PEDIDOS TO TRUE
001600         GO TO 1000-INICIALIZAR-EXIT
001610     END-IF.
001620     SET WK-PEDIDOS-ABERTO TO TRUE.
001630*
001640     PERFORM 2900-LER-PEDIDO
001650         THRU 2900-LER-PEDIDO-EXIT.
001660*
001670 1000-INICIALIZAR-EXIT.
001680     EXIT.
001690*
001700 2000-PROCESSAR-PEDIDO.
001710*----------------------------------------------------------------
001720*    ESTORNA O EVENTO DO PEDIDO CORRENTE PELO SUBPROGRAMA,
001730*    RELATA O RESULTADO E LE O PROXIMO PEDIDO.  PEDIDO COM
001740*    CHAVE NAO NUMERICA OU SEM MATRICULA E RECUSADO AQUI MESMO.
001750*----------------------------------------------------------------
001760     MOVE SPACES TO EPR-TIPO-ORIGINAL.
001770     MOVE ZERO   TO EPR-VALOR-ESTORNO.
001780     MOVE ZERO   TO EPR-VALOR-JUROS-ESTORNO.
001790*
001800     IF ESP-CHAVE-ORIGINAL IS NOT NUMERIC
001810         SET EPR-RECUSADO TO TRUE
001820         MOVE "CHAVE DO EVENTO ORIGINAL INVALIDA"
001830             TO EPR-MOTIVO-RECUSA
001840         GO TO 2000-RELATAR-PEDIDO
001850     END-IF.
001860*
001870     IF ESP-USUARIO EQUAL TO SPACES
001880         SET EPR-RECUSADO TO TRUE
001890         MOVE "PEDIDO SEM MATRICULA DO AUTORIZADOR"
001900             TO EPR-MOTIVO-RECUSA
001910         GO TO 2000-RELATAR-PEDIDO
001920     END-IF.
001930*
001940     SET EPR-FN-ESTORNAR     TO TRUE.
001950     MOVE ESP-CHAVE-ORIGINAL TO EPR-CHAVE-ORIGINAL.
001960     MOVE ESP-USUARIO        TO EPR-USUARIO.
001970     SET EPR-ORIGEM-LOTE     TO TRUE.
001980     MOVE ESP-MOTIVO         TO EPR-MOTIVO.
001990*
002000     CALL "ESTORNAR-EVENTO" USING EPR-PARAMETROS.
002010*
002020 2000-RELATAR-PEDIDO.
002030     PERFORM 2100-IMPRIMIR-PEDIDO
002040         THRU 2100-IMPRIMIR-PEDIDO-EXIT.
002050*
002060     PERFORM 2900-LER-PEDIDO
002070         THRU 2900-LER-PEDIDO-EXIT.
002080*
002090 2000-PROCESSAR-PEDIDO-EXIT.
002100     EXIT.
002110*
002120 2100-IMPRIMIR-PEDIDO.
002130*----------------------------------------------------------------
002140*    IMPRIME A LINHA DO PEDIDO COM O RESULTADO E ACUMULA OS
002150*    TOTAIS DO LOTE.
002160*----------------------------------------------------------------
002170     MOVE ESP-CLI-NUMERO          TO ESTPED-CLIENTE.
002180     MOVE ESP-DATA-ORIGINAL       TO ESTPED-DATA.
002190     MOVE ESP-HORA-ORIGINAL       TO ESTPED-HORA.
002200     MOVE ESP-SEQ-ORIGINAL        TO ESTPED-SEQ.
002210     MOVE EPR-TIPO-ORIGINAL       TO ESTPED-TIPO.
002220*
002230     IF EPR-ACEITO
002240         ADD 1 TO WK-QT-ESTORNOS-ACEITOS
002250         ADD EPR-VALOR-ESTORNO       TO WK-VL-ESTORNOS
002260         ADD EPR-VALOR-JUROS-ESTORNO TO WK-VL-JUROS-ESTORNADOS
002270         MOVE EPR-VALOR-ESTORNO       TO ESTPED-VALOR
002280         MOVE EPR-VALOR-JUROS-ESTORNO TO ESTPED-JUROS
002290         MOVE "ESTORNADO"             TO ESTPED-RESULTADO
002300         MOVE ESP-MOTIVO              TO ESTPED-MOTIVO
002310     ELSE
002320         ADD 1 TO WK-QT-ESTORNOS-RECUSADOS
002330         MOVE ZERO                    TO ESTPED-VALOR
002340         MOVE ZERO                    TO ESTPED-JUROS
002350         MOVE "RECUSADO"              TO ESTPED-RESULTADO
002360         MOVE EPR-MOTIVO-RECUSA       TO ESTPED-MOTIVO
002370     END-IF.
002380*
002390     MOVE WK-LINHA-PEDIDO TO EST-LINHA.
002400     WRITE EST-LINHA.
002410*
002420 2100-IMPRIMIR-PEDIDO-EXIT.
002430     EXIT.
002440*
002450 2900-LER-PEDIDO.
002460*----------------------------------------------------------------
002470*    LE O PROXIMO PEDIDO DO LOTE.  QUALQUER ERRO DE LEITURA
002480*    ENCERRA O LOTE, PARA NAO FICAR EM LACO SOBRE UM ARQUIVO
002490*    INACESSIVEL.
002500*----------------------------------------------------------------
002510     READ PEDIDOS-ESTORNO
002520         AT END
002530             SET WK-FIM-PEDIDOS TO TRUE
002540         NOT AT END
002550             ADD 1 TO WK-QT-PEDIDOS-LIDOS
002560     END-READ.
002570*
002580     IF NOT WK-FS-PEDESTOR-OK AND NOT WK-FIM-PEDIDOS
002590         DISPLAY "ERRO AO LER O LOTE DE PEDIDOS - FILE STATUS "
002600                 WK-FS-PEDESTOR
002610         MOVE 12 TO RETURN-CODE
002620         SET WK-FIM-PEDIDOS TO TRUE
002630     END-IF.
002640*
002650 2900-LER-PEDIDO-EXIT.
002660     EXIT.
002670*
002680 8000-FINALIZAR.
002690*----------------------------------------------------------------
002700*    PEDE AO SUBPROGRAMA QUE FECHE OS ARQUIVOS, IMPRIME OS
002710*    TOTAIS DO LOTE E DEVOLVE RETURN-CODE 4 QUANDO HOUVE
002720*    PEDIDO RECUSADO (12 JA DEVOLVIDO PREVALECE).
002730*----------------------------------------------------------------
002740     SET EPR-FN-FINALIZAR TO TRUE.
002750     CALL "ESTORNAR-EVENTO" USING EPR-PARAMETROS.
002760*
002770     MOVE WK-LINHA-BRANCO TO EST-LINHA.
002780     WRITE EST-LINHA.
002790*
002800     MOVE "PEDIDOS LIDOS.................: "
002810                                 TO TOT-DESCRICAO.
002820     MOVE WK-QT-PEDIDOS-LIDOS    TO TOT-QUANTIDADE.
002830     MOVE ZERO                   TO TOT-VALOR.
002840     MOVE WK-TOTAL-LINHA         TO EST-LINHA.
002850     WRITE EST-LINHA.
002860*
002870     MOVE "ESTORNOS EFETUADOS (EFEITO)...: "
002880                                 TO TOT-DESCRICAO.
002890     MOVE WK-QT-ESTORNOS-ACEITOS TO TOT-QUANTIDADE.
002900     MOVE WK-VL-ESTORNOS         TO TOT-VALOR.
002910     MOVE WK-TOTAL-LINHA         TO EST-LINHA.
002920     WRITE EST-LINHA.
002930*
002940     MOVE "JUROS ESTORNADOS JUNTO........: "
002950                                 TO TOT-DESCRICAO.
002960     MOVE ZERO                   TO TOT-QUANTIDADE.
002970     MOVE WK-VL-JUROS-ESTORNADOS TO TOT-VALOR.
002980     MOVE WK-TOTAL-LINHA         TO EST-LINHA.
002990     WRITE EST-LINHA.
003000*
003010     MOVE "PEDIDOS RECUSADOS.............: "
003020                                 TO TOT-DESCRICAO.
003030     MOVE WK-QT-ESTORNOS-RECUSADOS
003040                                 TO TOT-QUANTIDADE.
003050     MOVE ZERO                   TO TOT-VALOR.
003060     MOVE WK-TOTAL-LINHA         TO EST-LINHA.
003070     WRITE EST-LINHA.
003080*
003090     IF WK-PEDIDOS-ABERTO
003100         CLOSE PEDIDOS-ESTORNO
003110     END-IF.
003120     CLOSE RELATORIO-ESTORNOS.
003130*
003140     DISPLAY "PEDIDOS LIDOS..........: " WK-QT-PEDIDOS-LIDOS.
003150     DISPLAY "ESTORNOS EFETUADOS.....: " WK-QT-ESTORNOS-ACEITOS.
003160     DISPLAY "PEDIDOS RECUSADOS......: " WK-QT-ESTORNOS-RECUSADOS.
003170*
003180     IF WK-QT-ESTORNOS-RECUSADOS IS GREATER THAN ZERO
003190        AND RETURN-CODE IS EQUAL TO ZERO
003200         MOVE 4 TO RETURN-CODE
003210     END-IF.
003220*
003230 8000-FINALIZAR-EXIT.
003240     EXIT.
003250*
003260 9999-FIM.
003270     STOP RUN.
