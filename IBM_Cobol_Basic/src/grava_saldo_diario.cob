000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GRAVA-SALDO-DIARIO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    FECHAMENTO DIARIO DE SALDOS: ULTIMO PASSO DA JANELA
000100*    NOTURNA DE SALDOS (DEPOIS DE ATLZSALD, PROVREM E JURDEV),
000110*    VARRE O ARQUIVO MESTRE (CLIMSTR) E GRAVA NO HISTORICO DE
000120*    SALDOS DE FECHAMENTO (SLDHIST, SDHREC.CPY) UM REGISTRO POR
000130*    CLIENTE NAO ENCERRADO COM O SALDO, O LIMITE DE CREDITO, A
000140*    SITUACAO E OS JUROS CREDORES E DEVEDORES ACUMULADOS NO
000150*    FECHAMENTO DO DIA.  E A FONTE DO SALDO "EM UMA DATA" DA
000160*    CONSULTA-SALDO-DIARIO E DO SALDO MEDIO DA
000170*    COBRANCA-TARIFAS.
000180*
000190*    A CONTA ENCERRADA RECEBE UM UNICO REGISTRO, DE SITUACAO
000200*    ENCERRADA E SALDO ZERO, NA DATA DO ENCERRAMENTO (A DATA DE
000210*    ULTIMO MOVIMENTO QUE O ENCERRAR-CONTA GRAVA NA CONTA),
000220*    GRAVADO NA PRIMEIRA NOITE QUE A ENCONTRA ENCERRADA - MESMO
000230*    QUE O ENCERRAMENTO TENHA SIDO NUM DIA SEM PROCESSAMENTO
000240*    NOTURNO.  NAS NOITES SEGUINTES ELA SO PASSA.
000250*
000260*    A DATA DO FECHAMENTO E A DATA DE PROCESSAMENTO DA NOITE,
000270*    RESOLVIDA PELO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
000280*    CONTROLE-DIA), QUE TAMBEM EXIGE O ATLZBAT CONCLUIDO PARA
000290*    ESSA DATA.  UMA REEXECUCAO NA MESMA NOITE REGRAVA O
000300*    REGISTRO DO DIA COM A POSICAO CORRENTE, EM VEZ DE
000310*    DUPLICA-LO.
000320*----------------------------------------------------------------
000330*    HISTORICO DE ALTERACOES
000340*----------------------------------------------------------------
000350*    2026-10-15  EQC  VERSAO ORIGINAL.
000360*    2026-10-15  EQC  CONTA ENCERRADA GANHA UM REGISTRO DE
000370*                     SITUACAO ENCERRADA NA DATA DO ENCERRAMENTO.
000380*----------------------------------------------------------------
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440*
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS CLI-NUMERO
000510         FILE STATUS IS WK-FS-CLIMSTR.
000520*
000530     SELECT SALDOS-DIARIOS ASSIGN TO "SLDHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS SDH-CHAVE
000570         FILE STATUS IS WK-FS-SLDHIST.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CLIENTES-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CLIREC.
000640*
000650 FD  SALDOS-DIARIOS
000660     LABEL RECORDS ARE STANDARD.
000670     COPY SDHREC.
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
000720     88  WK-FS-OK                       VALUE "00".
000730 77  WK-FS-SLDHIST           PIC X(02) VALUE "00".
000740     88  WK-FS-SLDHIST-OK               VALUE "00".
000750     88  WK-FS-SLDHIST-DUPLICADO        VALUE "22".
000760     88  WK-FS-SLDHIST-NAO-ACHADO       VALUE "23".
000770     88  WK-FS-SLDHIST-INEXISTENTE      VALUE "35".
000780*
000790 77  WK-SW-FIM-CLIENTES      PIC X(01) VALUE "N".
000800     88  WK-FIM-CLIENTES                 VALUE "S".
000810*
000820 77  WK-SW-ARQUIVOS-ABERTOS  PIC X(01) VALUE "N".
000830     88  WK-ARQUIVOS-ABERTOS             VALUE "S".
000840*
000850 77  WK-SW-ENCERRAMENTO      PIC X(01) VALUE "N".
000860     88  WK-ENCERRAMENTO-A-GRAVAR        VALUE "S".
000870     88  WK-ENCERRAMENTO-GRAVADO         VALUE "N".
000880*
000890 77  WK-DATA-FECHAMENTO      PIC 9(08) VALUE ZERO.
000900 77  WK-DATA-REGISTRO        PIC 9(08) VALUE ZERO.
000910*
000920 77  WK-QT-CLIENTES-LIDOS    PIC 9(07) COMP VALUE ZERO.
000930 77  WK-QT-GRAVADOS          PIC 9(07) COMP VALUE ZERO.
000940 77  WK-QT-REGRAVADOS        PIC 9(07) COMP VALUE ZERO.
000950 77  WK-QT-ENCERRADOS        PIC 9(07) COMP VALUE ZERO.
000960 77  WK-QT-ENCERRAMENTOS     PIC 9(07) COMP VALUE ZERO.
000970 77  WK-QT-ERROS             PIC 9(07) COMP VALUE ZERO.
000980 77  WK-VL-SALDO-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
000990*
001000     COPY CTDPARM.
001010*
001020 PROCEDURE DIVISION.
001030*
001040 0000-MAINLINE.
001050     PERFORM 0500-VERIFICAR-DIA
001060         THRU 0500-VERIFICAR-DIA-EXIT.
001070*
001080     IF CTD-BLOQUEADO
001090         GO TO 9999-FIM
001100     END-IF.
001110*
001120     PERFORM 1000-INICIALIZAR
001130         THRU 1000-INICIALIZAR-EXIT.
001140*
001150     PERFORM 2000-FECHAR-CLIENTE
001160         THRU 2000-FECHAR-CLIENTE-EXIT
001170         UNTIL WK-FIM-CLIENTES.
001180*
001190     PERFORM 8000-FINALIZAR
001200         THRU 8000-FINALIZAR-EXIT.
001210*
001220     IF WK-ARQUIVOS-ABERTOS
001230        AND RETURN-CODE IS LESS THAN 12
001240         PERFORM 8900-CONCLUIR-DIA
001250             THRU 8900-CONCLUIR-DIA-EXIT
001260     END-IF.
001270*
001280     GO TO 9999-FIM.
001290*
001300 0500-VERIFICAR-DIA.
001310*----------------------------------------------------------------
001320*    CONFERE NO CONTROLE DO DIA (DIACTL, SUBPROGRAMA
001330*    CONTROLE-DIA) QUE O ATLZBAT JA CONCLUIU PARA A DATA DE
001340*    PROCESSAMENTO E OBTEM ESSA DATA, QUE E A DATA DO
001350*    FECHAMENTO.  CARIMBA O PROPRIO INICIO; BLOQUEADO, ENCERRA
001360*    COM RETURN-CODE 12 SEM GRAVAR NADA.
001370*----------------------------------------------------------------
001380     SET CTD-FN-INICIAR TO TRUE.
001390     MOVE "SLDDIA  "            TO CTD-PASSO-CHAMADOR.
001400     MOVE ZERO                  TO CTD-DATA-PROCESSO.
001410     MOVE "ATLZBAT "            TO CTD-PASSO-EXIGIDO (1).
001420     MOVE SPACES                TO CTD-PASSO-EXIGIDO (2).
001430     MOVE SPACES                TO CTD-PASSO-EXIGIDO (3).
001440     MOVE "N"                   TO CTD-VERIFICA-ARQUIVAMENTO.
001450*
001460     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
001470*
001480     IF CTD-BLOQUEADO
001490         DISPLAY "PASSO SLDDIA BLOQUEADO PELO CONTROLE DO "
001500                 "DIA: " CTD-MOTIVO-BLOQUEIO
001510         MOVE 12 TO RETURN-CODE
001520     END-IF.
001530*
001540 0500-VERIFICAR-DIA-EXIT.
001550     EXIT.
001560*
001570 1000-INICIALIZAR.
001580*----------------------------------------------------------------
001590*    ABRE O ARQUIVO MESTRE PARA VARREDURA E O HISTORICO DE
001600*    SALDOS PARA ATUALIZACAO - CRIADO NA PRIMEIRA EXECUCAO
001610*    (STATUS 35); QUALQUER OUTRA FALHA ENCERRA COM
001620*    RETURN-CODE 12 - E LE O PRIMEIRO CLIENTE.
001630*----------------------------------------------------------------
001640     MOVE CTD-DATA-PROCESSO TO WK-DATA-FECHAMENTO.
001650*
001660     OPEN I-O SALDOS-DIARIOS.
001670     EVALUATE TRUE
001680         WHEN WK-FS-SLDHIST-OK
001690             CONTINUE
001700         WHEN WK-FS-SLDHIST-INEXISTENTE
001710             OPEN OUTPUT SALDOS-DIARIOS
001720             CLOSE SALDOS-DIARIOS
001730             OPEN I-O SALDOS-DIARIOS
001740         WHEN OTHER
001750             DISPLAY "ERRO AO ABRIR O HISTORICO DE SALDOS - "
001760                     "FILE STATUS " WK-FS-SLDHIST
001770                     " - NENHUM FECHAMENTO GRAVADO."
001780             MOVE 12 TO RETURN-CODE
001790             SET WK-FIM-CLIENTES TO TRUE
001800             GO TO 1000-INICIALIZAR-EXIT
001810     END-EVALUATE.
001820*
001830     OPEN INPUT CLIENTES-MASTER.
001840     SET WK-ARQUIVOS-ABERTOS TO TRUE.
001850*
001860     DISPLAY "FECHAMENTO DE SALDOS DO DIA " WK-DATA-FECHAMENTO.
001870*
001880     PERFORM 2900-LER-CLIENTE
001890         THRU 2900-LER-CLIENTE-EXIT.
001900*
001910 1000-INICIALIZAR-EXIT.
001920     EXIT.
001930*
001940 2000-FECHAR-CLIENTE.
001950*----------------------------------------------------------------
001960*    GRAVA A POSICAO DE FECHAMENTO DO CLIENTE CORRENTE; CONTA
001970*    ENCERRADA SO PASSA, A MENOS QUE AINDA NAO TENHA O REGISTRO
001980*    DO ENCERRAMENTO.  OS TESTES IS NUMERIC SAO DEFESA CONTRA UM
001990*    REGISTRO CORROMPIDO, COMO NOS DEMAIS PASSOS NOTURNOS.
002000*----------------------------------------------------------------
002010     MOVE WK-DATA-FECHAMENTO TO WK-DATA-REGISTRO.
002020*
002030     IF CLI-ENCERRADO
002040         PERFORM 2200-VERIFICAR-ENCERRAMENTO
002050             THRU 2200-VERIFICAR-ENCERRAMENTO-EXIT
002060         IF WK-ENCERRAMENTO-GRAVADO
002070             ADD 1 TO WK-QT-ENCERRADOS
002080             GO TO 2000-FECHAR-PROXIMO
002090         END-IF
002100         ADD 1 TO WK-QT-ENCERRAMENTOS
002110     END-IF.
002120*
002130     IF CLI-JUROS-CREDOR-ACUM IS NOT NUMERIC
002140         MOVE ZERO TO CLI-JUROS-CREDOR-ACUM
002150     END-IF.
002160     IF CLI-JUROS-DEVEDOR-ACUM IS NOT NUMERIC
002170         MOVE ZERO TO CLI-JUROS-DEVEDOR-ACUM
002180     END-IF.
002190*
002200     MOVE SPACES                 TO SDH-REGISTRO.
002210     MOVE CLI-NUMERO             TO SDH-CLI-NUMERO.
002220     MOVE WK-DATA-REGISTRO       TO SDH-DATA.
002230     MOVE CLI-SALDO              TO SDH-SALDO.
002240     MOVE CLI-LIMITE-CREDITO     TO SDH-LIMITE-CREDITO.
002250     MOVE CLI-STATUS             TO SDH-STATUS.
002260     MOVE CLI-JUROS-CREDOR-ACUM  TO SDH-JUROS-CREDOR-ACUM.
002270     MOVE CLI-JUROS-DEVEDOR-ACUM TO SDH-JUROS-DEVEDOR-ACUM.
002280*
002290     WRITE SDH-REGISTRO
002300         INVALID KEY
002310             CONTINUE
002320     END-WRITE.
002330*
002340     EVALUATE TRUE
002350         WHEN WK-FS-SLDHIST-OK
002360             ADD 1 TO WK-QT-GRAVADOS
002370         WHEN WK-FS-SLDHIST-DUPLICADO
002380             PERFORM 2100-REGRAVAR-FECHAMENTO
002390                 THRU 2100-REGRAVAR-FECHAMENTO-EXIT
002400         WHEN OTHER
002410             DISPLAY "ERRO AO GRAVAR O FECHAMENTO DO CLIENTE "
002420                     CLI-NUMERO " - FILE STATUS " WK-FS-SLDHIST
002430             ADD 1 TO WK-QT-ERROS
002440     END-EVALUATE.
002450*
002460     ADD CLI-SALDO TO WK-VL-SALDO-TOTAL.
002470*
002480 2000-FECHAR-PROXIMO.
002490     PERFORM 2900-LER-CLIENTE
002500         THRU 2900-LER-CLIENTE-EXIT.
002510*
002520 2000-FECHAR-CLIENTE-EXIT.
002530     EXIT.
002540*
002550 2100-REGRAVAR-FECHAMENTO.
002560*----------------------------------------------------------------
002570*    O FECHAMENTO DESTE DIA JA EXISTE (REEXECUCAO NA MESMA
002580*    NOITE): REGRAVA-O COM A POSICAO CORRENTE, QUE E A QUE
002590*    VALE DEPOIS DA REEXECUCAO DOS PASSOS ANTERIORES.
002600*----------------------------------------------------------------
002610     REWRITE SDH-REGISTRO
002620         INVALID KEY
002630             CONTINUE
002640     END-REWRITE.
002650*
002660     IF WK-FS-SLDHIST-OK
002670         ADD 1 TO WK-QT-REGRAVADOS
002680     ELSE
002690         DISPLAY "ERRO AO REGRAVAR O FECHAMENTO DO CLIENTE "
002700                 CLI-NUMERO " - FILE STATUS " WK-FS-SLDHIST
002710         ADD 1 TO WK-QT-ERROS
002720     END-IF.
002730*
002740 2100-REGRAVAR-FECHAMENTO-EXIT.
002750     EXIT.
002760*
002770 2200-VERIFICAR-ENCERRAMENTO.
002780*----------------------------------------------------------------
002790*    CONTA ENCERRADA: PROCURA NO HISTORICO O REGISTRO DA DATA DO
002800*    ENCERRAMENTO (CLI-DATA-ULT-MOVIMENTO, GRAVADA PELO
002810*    ENCERRAR-CONTA; A CONTA NAO RECEBE MAIS MOVIMENTO).  SE ELE
002820*    JA EXISTE COM SITUACAO ENCERRADA, NADA A FAZER; SE NAO
002830*    EXISTE, OU E UM FECHAMENTO DE ANTES DO ENCERRAMENTO NO
002840*    MESMO DIA, O REGISTRO E GRAVADO (OU REGRAVADO) COM A
002850*    POSICAO DA CONTA ENCERRADA.  DATA INVALIDA SO PASSA.
002860*----------------------------------------------------------------
002870     SET WK-ENCERRAMENTO-GRAVADO TO TRUE.
002880*
002890     IF CLI-DATA-ULT-MOVIMENTO IS NOT NUMERIC
002900        OR CLI-DATA-ULT-MOVIMENTO IS EQUAL TO ZERO
002910         GO TO 2200-VERIFICAR-ENCERRAMENTO-EXIT
002920     END-IF.
002930*
002940     MOVE CLI-NUMERO             TO SDH-CLI-NUMERO.
002950     MOVE CLI-DATA-ULT-MOVIMENTO TO SDH-DATA.
002960*
002970     READ SALDOS-DIARIOS
002980         INVALID KEY
002990             CONTINUE
003000     END-READ.
003010*
003020     EVALUATE TRUE
003030         WHEN WK-FS-SLDHIST-OK
003040             IF SDH-ENCERRADO
003050                 GO TO 2200-VERIFICAR-ENCERRAMENTO-EXIT
003060             END-IF
003070         WHEN WK-FS-SLDHIST-NAO-ACHADO
003080             CONTINUE
003090         WHEN OTHER
003100             DISPLAY "ERRO AO LER O FECHAMENTO DO CLIENTE "
003110                     CLI-NUMERO " - FILE STATUS " WK-FS-SLDHIST
003120             ADD 1 TO WK-QT-ERROS
003130             GO TO 2200-VERIFICAR-ENCERRAMENTO-EXIT
003140     END-EVALUATE.
003150*
003160     SET WK-ENCERRAMENTO-A-GRAVAR TO TRUE.
003170     MOVE CLI-DATA-ULT-MOVIMENTO  TO WK-DATA-REGISTRO.
003180*
003190 2200-VERIFICAR-ENCERRAMENTO-EXIT.
003200     EXIT.
003210*
003220 2900-LER-CLIENTE.
003230*----------------------------------------------------------------
003240*    LE O PROXIMO CLIENTE DO ARQUIVO MESTRE.  QUALQUER ERRO DE
003250*    LEITURA ENCERRA A VARREDURA COM RETURN-CODE 12: UM
003260*    FECHAMENTO INCOMPLETO NAO PODE SER DADO COMO CONCLUIDO.
003270*----------------------------------------------------------------
003280     READ CLIENTES-MASTER NEXT RECORD
003290         AT END
003300             SET WK-FIM-CLIENTES TO TRUE
003310         NOT AT END
003320             ADD 1 TO WK-QT-CLIENTES-LIDOS
003330     END-READ.
003340*
003350     IF NOT WK-FS-OK AND NOT WK-FIM-CLIENTES
003360         DISPLAY "ERRO AO LER O ARQUIVO MESTRE - FILE STATUS "
003370                 WK-FS-CLIMSTR
003380         MOVE 12 TO RETURN-CODE
003390         SET WK-FIM-CLIENTES TO TRUE
003400     END-IF.
003410*
003420 2900-LER-CLIENTE-EXIT.
003430     EXIT.
003440*
003450 8000-FINALIZAR.
003460*----------------------------------------------------------------
003470*    FECHA OS ARQUIVOS E EMITE O RESUMO DO FECHAMENTO.  FALHA
003480*    DE GRAVACAO DE ALGUM CLIENTE AVISA COM RETURN-CODE 8.
003490*----------------------------------------------------------------
003500     IF NOT WK-ARQUIVOS-ABERTOS
003510         GO TO 8000-FINALIZAR-EXIT
003520     END-IF.
003530*
003540     CLOSE CLIENTES-MASTER.
003550     CLOSE SALDOS-DIARIOS.
003560*
003570     DISPLAY "CLIENTES LIDOS.........: " WK-QT-CLIENTES-LIDOS.
003580     DISPLAY "FECHAMENTOS GRAVADOS...: " WK-QT-GRAVADOS.
003590     DISPLAY "FECHAMENTOS REGRAVADOS.: " WK-QT-REGRAVADOS.
003600     DISPLAY "ENCERRAMENTOS GRAVADOS.: " WK-QT-ENCERRAMENTOS.
003610     DISPLAY "CONTAS ENCERRADAS......: " WK-QT-ENCERRADOS.
003620     DISPLAY "ERROS DE GRAVACAO......: " WK-QT-ERROS.
003630     DISPLAY "SALDO TOTAL FECHADO....: " WK-VL-SALDO-TOTAL.
003640*
003650     IF WK-QT-ERROS IS GREATER THAN ZERO
003660        AND RETURN-CODE IS LESS THAN 8
003670         MOVE 8 TO RETURN-CODE
003680     END-IF.
003690*
003700 8000-FINALIZAR-EXIT.
003710     EXIT.
003720*
003730 8900-CONCLUIR-DIA.
003740*----------------------------------------------------------------
003750*    CARIMBA O PASSO SLDDIA COMO CONCLUIDO NO CONTROLE DO DIA.
003760*----------------------------------------------------------------
003770     SET CTD-FN-CONCLUIR TO TRUE.
003780     CALL "CONTROLE-DIA" USING CTD-PARAMETROS.
003790     IF CTD-BLOQUEADO
003800         DISPLAY "AVISO: FALHA AO CONCLUIR O PASSO NO "
003810                 "CONTROLE DO DIA: " CTD-MOTIVO-BLOQUEIO
003820     END-IF.
003830*
003840 8900-CONCLUIR-DIA-EXIT.
003850     EXIT.
003860*
003870 9999-FIM.
003880     STOP RUN.
