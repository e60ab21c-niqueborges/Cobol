000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     EXPIRA-PENDENCIAS.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    FECHAMENTO DIARIO DA DUPLA APROVACAO: VARRE O ARQUIVO DE
000100*    PENDENCIAS (PENDAPR, LAYOUT PNDREC) ATE A DATA DE MOVIMENTO
000110*    DO SYSIN (AAAAMMDD; EM BRANCO, A DATA DE HOJE), MARCA COMO
000120*    EXPIRADA TODA PENDENCIA AINDA ABERTA - UM AJUSTE OU AUMENTO
000130*    DE LIMITE NAO APROVADO NO DIA EM QUE FOI PEDIDO NAO CHEGA
000140*    AO ARQUIVO MESTRE - E EMITE O RELATORIO DO DIA: CADA PEDIDO
000150*    FEITO NA DATA, COM QUEM PEDIU, A SITUACAO FINAL (APROVADA,
000160*    REJEITADA OU EXPIRADA) E QUEM DECIDIU, MAIS AS PENDENCIAS
000170*    DE DIAS ANTERIORES EXPIRADAS NESTA EXECUCAO (DIA EM QUE O
000180*    JOB NAO RODOU).  TOTAIS POR SITUACAO NO FIM.
000190*
000200*    DEVE SER EXECUTADO NO FIM DO EXPEDIENTE ONLINE, ANTES DA
000210*    JANELA NOTURNA.  A EXPIRACAO NAO TEM DECISOR: A MATRICULA
000220*    DA DECISAO FICA EM BRANCO E A DATA DA DECISAO E A DATA DE
000230*    MOVIMENTO.
000240*
000250*    ARQUIVO DE PENDENCIAS AINDA NAO CRIADO (NENHUM PEDIDO
000260*    JAMAIS FEITO) GERA O RELATORIO VAZIO; QUALQUER OUTRA FALHA
000270*    DE ABERTURA OU LEITURA ENCERRA COM RETURN-CODE 12.
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
000410     SELECT PENDENCIAS-APROVACAO ASSIGN TO "PENDAPR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PND-CHAVE
000450         FILE STATUS IS WK-FS-PENDAPR.
000460*
000470     SELECT RELATORIO ASSIGN TO "RELAPR"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WK-FS-RELAPR.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PENDENCIAS-APROVACAO
000550     LABEL RECORDS ARE STANDARD.
000560     COPY PNDREC.
000570*
000580 FD  RELATORIO
000590     LABEL RECORDS ARE STANDARD.
000600 01  REL-LINHA                   PIC X(132).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640 77  WK-FS-PENDAPR               PIC X(02) VALUE "00".
000650     88  WK-FS-OK                            VALUE "00".
000660     88  WK-FS-ARQUIVO-INEXISTENTE           VALUE "35".
000670 77  WK-FS-RELAPR                PIC X(02) VALUE "00".
000680*
000690 77  WK-SW-FIM-PENDENCIAS        PIC X(01) VALUE "N".
000700     88  WK-FIM-PENDENCIAS                   VALUE "S".
000710*
000720 77  WK-SW-PENDAPR-ABERTO        PIC X(01) VALUE "N".
000730     88  WK-PENDAPR-ABERTO                   VALUE "S".
000740*
000750 77  WK-SW-EXPIRADA-AGORA        PIC X(01) VALUE "N".
000760     88  WK-EXPIRADA-AGORA                   VALUE "S".
000770*
000780 77  WK-SW-DATA                  PIC X(01) VALUE "S".
000790     88  WK-DATA-INVALIDA                    VALUE "N".
000800*
000810 01  WK-DATA-ENTRADA             PIC X(08) VALUE SPACES.
000820 01  WK-DATA-ENTRADA-NUM REDEFINES WK-DATA-ENTRADA
000830                                 PIC 9(08).
000840*
000850 77  WK-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
000860*
000870 77  WK-QT-LIDAS                 PIC 9(07) COMP VALUE ZERO.
000880 77  WK-QT-SOLICITADAS           PIC 9(07) COMP VALUE ZERO.
000890 77  WK-QT-APROVADAS             PIC 9(07) COMP VALUE ZERO.
000900 77  WK-QT-REJEITADAS            PIC 9(07) COMP VALUE ZERO.
000910 77  WK-QT-EXPIRADAS             PIC 9(07) COMP VALUE ZERO.
000920 77  WK-QT-EXPIRADAS-ANTERIORES  PIC 9(07) COMP VALUE ZERO.
000930*
000940 01  WK-CABECALHO.
000950     05  FILLER                  PIC X(45)
000960         VALUE "PENDENCIAS DE DUPLA APROVACAO - MOVIMENTO DE ".
000970     05  APRCAB-DATA             PIC 9(08).
000980     05  FILLER                  PIC X(79) VALUE SPACES.
000990*
001000 01  WK-LINHA-BRANCO             PIC X(132) VALUE SPACES.
001010*
001020 01  WK-TITULO-COLUNAS.
001030     05  FILLER                  PIC X(31)
001040         VALUE "PEDIDO         TIPO     CLIENTE".
001050     05  FILLER                  PIC X(28)
001060         VALUE "        VALOR LIMITE ANTER.".
001070     05  FILLER                  PIC X(37)
001080         VALUE " SOLICIT. SITUACAO  DECISOR  DECISAO".
001090     05  FILLER                  PIC X(36)
001100         VALUE " MOTIVO DO PEDIDO".
001110*
001120 01  WK-DETALHE.
001130     05  APRDET-DATA             PIC 9(08).
001140     05  FILLER                  PIC X(01) VALUE "-".
001150     05  APRDET-SEQUENCIA        PIC 9(05).
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  APRDET-TIPO             PIC X(06).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  APRDET-CLIENTE          PIC ZZZZZZZZ9.
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001210     05  APRDET-VALOR            PIC -ZZZZZZZZ9.99.
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  APRDET-LIMITE-ANTERIOR  PIC -ZZZZZZZZ9.99.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  APRDET-SOLICITANTE      PIC X(08).
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  APRDET-SITUACAO         PIC X(09).
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  APRDET-DECISOR          PIC X(08).
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  APRDET-DATA-DECISAO     PIC 9(08).
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  APRDET-MOTIVO           PIC X(35).
001340*
001350 01  WK-LINHA-NENHUMA.
001360     05  FILLER                  PIC X(40)
001370         VALUE "NENHUM PEDIDO DE APROVACAO NO MOVIMENTO.".
001380     05  FILLER                  PIC X(92) VALUE SPACES.
001390*
001400 01  WK-TOTAL-GERAL.
001410     05  TOTGER-ROTULO           PIC X(40).
001420     05  TOTGER-QUANTIDADE       PIC Z,ZZZ,ZZ9.
001430     05  FILLER                  PIC X(83) VALUE SPACES.
001440*
001450 PROCEDURE DIVISION.
001460*
001470 0000-MAINLINE.
001480     PERFORM 1000-INICIALIZAR
001490         THRU 1000-INICIALIZAR-EXIT.
001500*
001510     IF WK-DATA-INVALIDA
001520         GO TO 9999-FIM
001530     END-IF.
001540*
001550     IF WK-PENDAPR-ABERTO
001560         PERFORM 2000-PROCESSAR-PENDENCIA
001570             THRU 2000-PROCESSAR-PENDENCIA-EXIT
001580             UNTIL WK-FIM-PENDENCIAS
001590     END-IF.
001600*
001610     PERFORM 8000-FINALIZAR
001620         THRU 8000-FINALIZAR-EXIT.
001630*
001640     GO TO 9999-FIM.
001650*
001660 1000-INICIALIZAR.
001670*----------------------------------------------------------------
001680*    OBTEM A DATA DE MOVIMENTO, ABRE OS ARQUIVOS, EMITE O
001690*    CABECALHO E POSICIONA O ARQUIVO DE PENDENCIAS NO INICIO.
001700*    ARQUIVO DE PENDENCIAS INEXISTENTE GERA O RELATORIO VAZIO.
001710*----------------------------------------------------------------
001720     ACCEPT WK-DATA-ENTRADA.
001730     IF WK-DATA-ENTRADA IS NOT EQUAL TO SPACES
001740        AND WK-DATA-ENTRADA-NUM IS NOT NUMERIC
001750         DISPLAY "DATA DE MOVIMENTO INVALIDA NO SYSIN - "
001760                 "INFORME AAAAMMDD OU DEIXE EM BRANCO."
001770         SET WK-DATA-INVALIDA TO TRUE
001780         MOVE 12 TO RETURN-CODE
001790         GO TO 1000-INICIALIZAR-EXIT
001800     END-IF.
001810*
001820     IF WK-DATA-ENTRADA IS EQUAL TO SPACES
001830        OR WK-DATA-ENTRADA-NUM IS EQUAL TO ZERO
001840         ACCEPT WK-DATA-MOVIMENTO FROM DATE YYYYMMDD
001850     ELSE
001860         MOVE WK-DATA-ENTRADA-NUM TO WK-DATA-MOVIMENTO
001870     END-IF.
001880*
001890     OPEN OUTPUT RELATORIO.
001900*
001910     OPEN I-O PENDENCIAS-APROVACAO.
001920     EVALUATE TRUE
001930         WHEN WK-FS-OK
001940             SET WK-PENDAPR-ABERTO TO TRUE
001950         WHEN WK-FS-ARQUIVO-INEXISTENTE
001960             DISPLAY "ARQUIVO DE PENDENCIAS AINDA NAO CRIADO - "
001970                     "NENHUM PEDIDO A LISTAR."
001980         WHEN OTHER
001990             DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PENDENCIAS "
002000                     "(FILE STATUS " WK-FS-PENDAPR ")."
002010             MOVE 12 TO RETURN-CODE
002020     END-EVALUATE.
002030*
002040     MOVE WK-DATA-MOVIMENTO TO APRCAB-DATA.
002050     WRITE REL-LINHA FROM WK-CABECALHO.
002060     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
002070     WRITE REL-LINHA FROM WK-TITULO-COLUNAS.
002080*
002090     IF NOT WK-PENDAPR-ABERTO
002100         GO TO 1000-INICIALIZAR-EXIT
002110     END-IF.
002120*
002130     MOVE LOW-VALUES TO PND-CHAVE.
002140     START PENDENCIAS-APROVACAO
002150         KEY IS NOT LESS THAN PND-CHAVE
002160         INVALID KEY
002170             SET WK-FIM-PENDENCIAS TO TRUE
002180     END-START.
002190*
002200 1000-INICIALIZAR-EXIT.
002210     EXIT.
002220*
002230 2000-PROCESSAR-PENDENCIA.
002240*----------------------------------------------------------------
002250*    LE A PROXIMA PENDENCIA ATE A DATA DE MOVIMENTO.  A QUE
002260*    AINDA ESTA ABERTA E EXPIRADA; SAO LISTADAS AS DO DIA E AS
002270*    DE DIAS ANTERIORES QUE ACABARAM DE EXPIRAR.
002280*----------------------------------------------------------------
002290     READ PENDENCIAS-APROVACAO NEXT RECORD
002300         AT END
002310             SET WK-FIM-PENDENCIAS TO TRUE
002320             GO TO 2000-PROCESSAR-PENDENCIA-EXIT
002330     END-READ.
002340*
002350     IF NOT WK-FS-OK
002360         DISPLAY "ERRO NA LEITURA DO ARQUIVO DE PENDENCIAS "
002370                 "(FILE STATUS " WK-FS-PENDAPR ")."
002380         MOVE 12 TO RETURN-CODE
002390         SET WK-FIM-PENDENCIAS TO TRUE
002400         GO TO 2000-PROCESSAR-PENDENCIA-EXIT
002410     END-IF.
002420*
002430     IF PND-DATA-SOLICITACAO IS GREATER THAN WK-DATA-MOVIMENTO
002440         SET WK-FIM-PENDENCIAS TO TRUE
002450         GO TO 2000-PROCESSAR-PENDENCIA-EXIT
002460     END-IF.
002470*
002480     ADD 1 TO WK-QT-LIDAS.
002490     MOVE "N" TO WK-SW-EXPIRADA-AGORA.
002500*
002510     IF PND-PENDENTE
002520         PERFORM 2100-EXPIRAR-PENDENCIA
002530             THRU 2100-EXPIRAR-PENDENCIA-EXIT
002540     END-IF.
002550*
002560     IF PND-DATA-SOLICITACAO IS LESS THAN WK-DATA-MOVIMENTO
002570         IF WK-EXPIRADA-AGORA
002580             ADD 1 TO WK-QT-EXPIRADAS-ANTERIORES
002590             PERFORM 2200-IMPRIMIR-DETALHE
002600                 THRU 2200-IMPRIMIR-DETALHE-EXIT
002610         END-IF
002620         GO TO 2000-PROCESSAR-PENDENCIA-EXIT
002630     END-IF.
002640*
002650     ADD 1 TO WK-QT-SOLICITADAS.
002660     EVALUATE TRUE
002670         WHEN PND-APROVADA
002680             ADD 1 TO WK-QT-APROVADAS
002690         WHEN PND-REJEITADA
002700             ADD 1 TO WK-QT-REJEITADAS
002710         WHEN PND-EXPIRADA
002720             ADD 1 TO WK-QT-EXPIRADAS
002730     END-EVALUATE.
002740*
002750     PERFORM 2200-IMPRIMIR-DETALHE
002760         THRU 2200-IMPRIMIR-DETALHE-EXIT.
002770*
002780 2000-PROCESSAR-PENDENCIA-EXIT.
002790     EXIT.
002800*
002810 2100-EXPIRAR-PENDENCIA.
002820*----------------------------------------------------------------
002830*    MARCA A PENDENCIA ABERTA COMO EXPIRADA, SEM DECISOR, NA
002840*    DATA DE MOVIMENTO.
002850*----------------------------------------------------------------
002860     SET PND-EXPIRADA          TO TRUE.
002870     MOVE SPACES               TO PND-USUARIO-DECISAO.
002880     MOVE WK-DATA-MOVIMENTO    TO PND-DATA-DECISAO.
002890     ACCEPT PND-HORA-DECISAO FROM TIME.
002900     MOVE "EXPIRADA SEM DECISAO NO DIA DO PEDIDO"
002910                               TO PND-MOTIVO-DECISAO.
002920*
002930     REWRITE PND-REGISTRO
002940         INVALID KEY
002950             DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
002960                     PND-DATA-SOLICITACAO "-" PND-SEQUENCIA
002970                     " (FILE STATUS " WK-FS-PENDAPR ")."
002980             MOVE 12 TO RETURN-CODE
002990             GO TO 2100-EXPIRAR-PENDENCIA-EXIT
003000     END-REWRITE.
003010*
003020     SET WK-EXPIRADA-AGORA TO TRUE.
003030*
003040 2100-EXPIRAR-PENDENCIA-EXIT.
003050     EXIT.
003060*
003070 2200-IMPRIMIR-DETALHE.
003080*----------------------------------------------------------------
003090*    IMPRIME A LINHA DA PENDENCIA CORRENTE.  NO AJUSTE O VALOR
003100*    E O DO AJUSTE, COM SINAL; NO LIMITE, O NOVO LIMITE PEDIDO.
003110*----------------------------------------------------------------
003120     MOVE PND-DATA-SOLICITACAO    TO APRDET-DATA.
003130     MOVE PND-SEQUENCIA           TO APRDET-SEQUENCIA.
003140     IF PND-TP-AJUSTE
003150         MOVE "AJUSTE"            TO APRDET-TIPO
003160     ELSE
003170         MOVE "LIMITE"            TO APRDET-TIPO
003180     END-IF.
003190     MOVE PND-CLI-NUMERO          TO APRDET-CLIENTE.
003200     MOVE PND-VALOR               TO APRDET-VALOR.
003210     MOVE PND-LIMITE-ANTERIOR     TO APRDET-LIMITE-ANTERIOR.
003220     MOVE PND-USUARIO-SOLICITANTE TO APRDET-SOLICITANTE.
003230     EVALUATE TRUE
003240         WHEN PND-APROVADA
003250             MOVE "APROVADA"      TO APRDET-SITUACAO
003260         WHEN PND-REJEITADA
003270             MOVE "REJEITADA"     TO APRDET-SITUACAO
003280         WHEN PND-EXPIRADA
003290             MOVE "EXPIRADA"      TO APRDET-SITUACAO
003300         WHEN OTHER
003310             MOVE "PENDENTE"      TO APRDET-SITUACAO
003320     END-EVALUATE.
003330     MOVE PND-USUARIO-DECISAO     TO APRDET-DECISOR.
003340     MOVE PND-DATA-DECISAO        TO APRDET-DATA-DECISAO.
003350     MOVE PND-MOTIVO              TO APRDET-MOTIVO.
003360*
003370     WRITE REL-LINHA FROM WK-DETALHE.
003380*
003390 2200-IMPRIMIR-DETALHE-EXIT.
003400     EXIT.
003410*
003420 8000-FINALIZAR.
003430*----------------------------------------------------------------
003440*    IMPRIME OS TOTAIS POR SITUACAO, FECHA OS ARQUIVOS E EXIBE
003450*    AS ESTATISTICAS DA EXECUCAO.
003460*----------------------------------------------------------------
003470     IF WK-QT-SOLICITADAS IS EQUAL TO ZERO
003480        AND WK-QT-EXPIRADAS-ANTERIORES IS EQUAL TO ZERO
003490         WRITE REL-LINHA FROM WK-LINHA-NENHUMA
003500     END-IF.
003510*
003520     WRITE REL-LINHA FROM WK-LINHA-BRANCO.
003530     MOVE "PEDIDOS NO MOVIMENTO" TO TOTGER-ROTULO.
003540     MOVE WK-QT-SOLICITADAS      TO TOTGER-QUANTIDADE.
003550     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
003560     MOVE "  APROVADOS"          TO TOTGER-ROTULO.
003570     MOVE WK-QT-APROVADAS        TO TOTGER-QUANTIDADE.
003580     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
003590     MOVE "  REJEITADOS"         TO TOTGER-ROTULO.
003600     MOVE WK-QT-REJEITADAS       TO TOTGER-QUANTIDADE.
003610     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
003620     MOVE "  EXPIRADOS"          TO TOTGER-ROTULO.
003630     MOVE WK-QT-EXPIRADAS        TO TOTGER-QUANTIDADE.
003640     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
003650     MOVE "EXPIRADOS DE MOVIMENTOS ANTERIORES"
003660                                 TO TOTGER-ROTULO.
003670     MOVE WK-QT-EXPIRADAS-ANTERIORES
003680                                 TO TOTGER-QUANTIDADE.
003690     WRITE REL-LINHA FROM WK-TOTAL-GERAL.
003700*
003710     IF WK-PENDAPR-ABERTO
003720         CLOSE PENDENCIAS-APROVACAO
003730     END-IF.
003740     CLOSE RELATORIO.
003750*
003760     DISPLAY "EXPIRA-PENDENCIAS - MOVIMENTO " WK-DATA-MOVIMENTO.
003770     DISPLAY "  PENDENCIAS LIDAS.............: " WK-QT-LIDAS.
003780     DISPLAY "  PEDIDOS NO MOVIMENTO.........: "
003790             WK-QT-SOLICITADAS.
003800     DISPLAY "  APROVADOS....................: " WK-QT-APROVADAS.
003810     DISPLAY "  REJEITADOS...................: " WK-QT-REJEITADAS.
003820     DISPLAY "  EXPIRADOS....................: " WK-QT-EXPIRADAS.
003830     DISPLAY "  EXPIRADOS DE DIAS ANTERIORES.: "
003840             WK-QT-EXPIRADAS-ANTERIORES.
003850*
003860 8000-FINALIZAR-EXIT.
003870     EXIT.
003880*
003890 9999-FIM.
003900     STOP RUN.
