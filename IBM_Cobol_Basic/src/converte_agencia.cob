000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CONVERTE-AGENCIA.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    CONVERSAO UNICA DO ARQUIVO MESTRE DE CLIENTES PARA O
000100*    LAYOUT DE CLIREC.CPY COM A AGENCIA DONA DA CONTA (DE 106
000110*    PARA 114 BYTES, CAMPO CLI-AGENCIA): LE O CLUSTER ATUAL
000120*    (CLIANT, LAYOUT DE 106 BYTES) E GRAVA CADA CLIENTE NO
000130*    CLUSTER NOVO (CLIMSTR, JA DEFINIDO COM RECORDSIZE 114),
000140*    COPIANDO OS CAMPOS EXISTENTES E PREENCHENDO A AGENCIA.
000150*
000160*    A AGENCIA DE CADA CONTA VEM DO MAPA DE AGENCIAS (AGEMAPA,
000170*    UM REGISTRO POR CLIENTE, CLASSIFICADO PELO NUMERO DO
000180*    CLIENTE), MONTADO PELAS AGENCIAS A PARTIR DOS ARQUIVOS DE
000190*    ABERTURA DE CONTA.  CONTA SEM LINHA NO MAPA RECEBE A
000200*    AGENCIA PADRAO INFORMADA NO SYSIN (OBRIGATORIA) E E
000210*    LISTADA PARA QUE A AGENCIA CORRETA SEJA ACERTADA DEPOIS
000220*    PELA TRANSFERENCIA DE AGENCIA.  LINHA DO MAPA SEM CLIENTE
000230*    NO MESTRE, FORA DE ORDEM OU COM AGENCIA EM BRANCO E
000240*    LISTADA E DESPREZADA.
000250*
000260*    DEVE SER EXECUTADO UMA UNICA VEZ, PELO JOB CONVAGE, COM
000270*    O SISTEMA PARADO; OS PROGRAMAS DO SISTEMA SO VOLTAM A
000280*    RODAR SOBRE O CLUSTER NOVO.
000290*----------------------------------------------------------------
000300*    HISTORICO DE ALTERACOES
000310*----------------------------------------------------------------
000320*    2026-10-15  EQC  VERSAO ORIGINAL.
000330*----------------------------------------------------------------
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CLIENTES-ANTIGO ASSIGN TO "CLIANT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CLIA-NUMERO
000460         FILE STATUS IS WK-FS-CLIANT.
000470*
000480     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CLI-NUMERO
000520         FILE STATUS IS WK-FS-CLIMSTR.
000530*
000540     SELECT MAPA-AGENCIAS ASSIGN TO "AGEMAPA"
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WK-FS-AGEMAPA.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CLIENTES-ANTIGO
000620     LABEL RECORDS ARE STANDARD.
000630*----------------------------------------------------------------
000640*    LAYOUT DE 106 BYTES DO REGISTRO DE CLIENTES, ANTERIOR A
000650*    AGENCIA DONA DA CONTA DE CLIREC.CPY.  MANTIDO AQUI, E SO
000660*    AQUI, PARA A CONVERSAO.
000670*----------------------------------------------------------------
000680 01  CLIA-REGISTRO.
000690     05  CLIA-NUMERO             PIC 9(09).
000700     05  CLIA-NOME               PIC X(30).
000710     05  CLIA-SALDO              PIC S9(09)V99 COMP-3.
000720     05  CLIA-LIMITE-CREDITO     PIC S9(09)V99 COMP-3.
000730     05  CLIA-DATA-ULT-MOVIMENTO PIC 9(08).
000740     05  CLIA-STATUS             PIC X(01).
000750     05  CLIA-ULT-SEQ-MOVIMENTO-LOTE
000760                                 PIC 9(09).
000770     05  CLIA-DATA-MOVIMENTO-LOTE
000780                                 PIC 9(08).
000790     05  CLIA-JUROS-CREDOR-ACUM  PIC S9(09)V99 COMP-3.
000800     05  CLIA-DATA-ULT-PROVISAO  PIC 9(08).
000810     05  CLIA-DATA-SALDO-NEGATIVO
000820                                 PIC 9(08).
000830     05  CLIA-JUROS-DEVEDOR-ACUM PIC S9(09)V99 COMP-3.
000840     05  FILLER                  PIC X(01).
000850*
000860 FD  CLIENTES-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CLIREC.
000890*
000900 FD  MAPA-AGENCIAS
000910     LABEL RECORDS ARE STANDARD.
000920*----------------------------------------------------------------
000930*    MAPA CLIENTE -> AGENCIA DONA DA CONTA (80 BYTES),
000940*    CLASSIFICADO PELO NUMERO DO CLIENTE.
000950*----------------------------------------------------------------
000960 01  MAP-REGISTRO.
000970     05  MAP-CLI-NUMERO          PIC 9(09).
000980     05  MAP-AGENCIA             PIC X(08).
000990     05  FILLER                  PIC X(63).
001000*
001010 WORKING-STORAGE SECTION.
001020*
001030 77  WK-FS-CLIANT            PIC X(02) VALUE "00".
001040     88  WK-FS-CLIANT-OK                VALUE "00".
001050 77  WK-FS-CLIMSTR           PIC X(02) VALUE "00".
001060     88  WK-FS-CLIMSTR-OK               VALUE "00".
001070 77  WK-FS-AGEMAPA           PIC X(02) VALUE "00".
001080     88  WK-FS-AGEMAPA-OK               VALUE "00".
001090*
001100 77  WK-SW-FIM-CLIENTES      PIC X(01) VALUE "N".
001110     88  WK-FIM-CLIENTES                 VALUE "S".
001120 77  WK-SW-FIM-MAPA          PIC X(01) VALUE "N".
001130     88  WK-FIM-MAPA                     VALUE "S".
001140*
001150 77  WK-AGENCIA-PADRAO       PIC X(08) VALUE SPACES.
001160 77  WK-MAP-CHAVE            PIC 9(09) VALUE ZERO.
001170 77  WK-MAP-CHAVE-ANTERIOR   PIC 9(09) VALUE ZERO.
001180*
001190 77  WK-QT-LIDOS             PIC 9(07) COMP VALUE ZERO.
001200 77  WK-QT-CONVERTIDOS       PIC 9(07) COMP VALUE ZERO.
001210 77  WK-QT-AGENCIA-MAPA      PIC 9(07) COMP VALUE ZERO.
001220 77  WK-QT-AGENCIA-PADRAO    PIC 9(07) COMP VALUE ZERO.
001230 77  WK-QT-MAPA-LIDOS        PIC 9(07) COMP VALUE ZERO.
001240 77  WK-QT-MAPA-DESPREZADOS  PIC 9(07) COMP VALUE ZERO.
001250 77  WK-QT-ERROS             PIC 9(07) COMP VALUE ZERO.
001260*
001270 PROCEDURE DIVISION.
001280*
001290 0000-MAINLINE.
001300     PERFORM 1000-INICIALIZAR
001310         THRU 1000-INICIALIZAR-EXIT.
001320*
001330     PERFORM 2000-CONVERTER-CLIENTE
001340         THRU 2000-CONVERTER-CLIENTE-EXIT
001350         UNTIL WK-FIM-CLIENTES.
001360*
001370     PERFORM 8000-FINALIZAR
001380         THRU 8000-FINALIZAR-EXIT.
001390*
001400     GO TO 9999-FIM.
001410*
001420 1000-INICIALIZAR.
001430*----------------------------------------------------------------
001440*    LE DO SYSIN A AGENCIA PADRAO (SEM ELA A CONVERSAO NAO
001450*    RODA), ABRE O CLUSTER ATUAL E O MAPA PARA LEITURA E O
001460*    CLUSTER NOVO PARA CARGA E LE O PRIMEIRO CLIENTE E A
001470*    PRIMEIRA LINHA DO MAPA.
001480*----------------------------------------------------------------
001490     ACCEPT WK-AGENCIA-PADRAO.
001500     IF WK-AGENCIA-PADRAO IS EQUAL TO SPACES
001510         DISPLAY "AGENCIA PADRAO NAO INFORMADA NO SYSIN - "
001520                 "CONVERSAO NAO EXECUTADA."
001530         MOVE 12 TO RETURN-CODE
001540         GO TO 9999-FIM
001550     END-IF.
001560     DISPLAY "AGENCIA PADRAO.........: " WK-AGENCIA-PADRAO.
001570*
001580     OPEN INPUT  CLIENTES-ANTIGO.
001590     OPEN INPUT  MAPA-AGENCIAS.
001600     OPEN OUTPUT CLIENTES-MASTER.
001610*
001620     IF NOT WK-FS-AGEMAPA-OK
001630         DISPLAY "ERRO AO ABRIR O MAPA DE AGENCIAS - FILE STATUS "
001640                 WK-FS-AGEMAPA
001650         ADD 1 TO WK-QT-ERROS
001660         SET WK-FIM-MAPA TO TRUE
001670         MOVE 999999999 TO WK-MAP-CHAVE
001680     ELSE
001690         PERFORM 2800-LER-MAPA
001700             THRU 2800-LER-MAPA-EXIT
001710     END-IF.
001720*
001730     PERFORM 2900-LER-CLIENTE-ANTIGO
001740         THRU 2900-LER-CLIENTE-ANTIGO-EXIT.
001750*
001760 1000-INICIALIZAR-EXIT.
001770     EXIT.
001780*
001790 2000-CONVERTER-CLIENTE.
001800*----------------------------------------------------------------
001810*    DESPREZA AS LINHAS DO MAPA ANTERIORES AO CLIENTE CORRENTE
001820*    (SEM CLIENTE NO MESTRE), COPIA O CLIENTE PARA O LAYOUT
001830*    NOVO COM A AGENCIA DO MAPA OU, NA FALTA DELA, A AGENCIA
001840*    PADRAO, E LE O PROXIMO.
001850*----------------------------------------------------------------
001860     PERFORM 2100-DESPREZAR-MAPA
001870         THRU 2100-DESPREZAR-MAPA-EXIT
001880         UNTIL WK-MAP-CHAVE IS NOT LESS THAN CLIA-NUMERO.
001890*
001900     MOVE CLIA-NUMERO              TO CLI-NUMERO.
001910     MOVE CLIA-NOME                TO CLI-NOME.
001920     MOVE CLIA-SALDO               TO CLI-SALDO.
001930     MOVE CLIA-LIMITE-CREDITO      TO CLI-LIMITE-CREDITO.
001940     MOVE CLIA-DATA-ULT-MOVIMENTO  TO CLI-DATA-ULT-MOVIMENTO.
001950     MOVE CLIA-STATUS              TO CLI-STATUS.
001960     MOVE CLIA-ULT-SEQ-MOVIMENTO-LOTE
001970                                   TO CLI-ULT-SEQ-MOVIMENTO-LOTE.
001980     MOVE CLIA-DATA-MOVIMENTO-LOTE TO CLI-DATA-MOVIMENTO-LOTE.
001990     MOVE CLIA-JUROS-CREDOR-ACUM   TO CLI-JUROS-CREDOR-ACUM.
002000     MOVE CLIA-DATA-ULT-PROVISAO   TO CLI-DATA-ULT-PROVISAO.
002010     MOVE CLIA-DATA-SALDO-NEGATIVO TO CLI-DATA-SALDO-NEGATIVO.
002020     MOVE CLIA-JUROS-DEVEDOR-ACUM  TO CLI-JUROS-DEVEDOR-ACUM.
002030*
002040     IF WK-MAP-CHAVE IS EQUAL TO CLIA-NUMERO
002050         MOVE MAP-AGENCIA TO CLI-AGENCIA
002060         ADD 1 TO WK-QT-AGENCIA-MAPA
002070         PERFORM 2800-LER-MAPA
002080             THRU 2800-LER-MAPA-EXIT
002090     ELSE
002100         MOVE WK-AGENCIA-PADRAO TO CLI-AGENCIA
002110         ADD 1 TO WK-QT-AGENCIA-PADRAO
002120         DISPLAY "CLIENTE " CLIA-NUMERO " SEM AGENCIA NO MAPA - "
002130                 "GRAVADO NA AGENCIA PADRAO " WK-AGENCIA-PADRAO
002140     END-IF.
002150*
002160     WRITE CLI-REGISTRO
002170         INVALID KEY
002180             CONTINUE
002190     END-WRITE.
002200*
002210     IF WK-FS-CLIMSTR-OK
002220         ADD 1 TO WK-QT-CONVERTIDOS
002230     ELSE
002240         DISPLAY "ERRO AO GRAVAR O CLIENTE " CLIA-NUMERO
002250                 " NO CLUSTER NOVO - FILE STATUS "
002260                 WK-FS-CLIMSTR
002270         ADD 1 TO WK-QT-ERROS
002280     END-IF.
002290*
002300     PERFORM 2900-LER-CLIENTE-ANTIGO
002310         THRU 2900-LER-CLIENTE-ANTIGO-EXIT.
002320*
002330 2000-CONVERTER-CLIENTE-EXIT.
002340     EXIT.
002350*
002360 2100-DESPREZAR-MAPA.
002370*----------------------------------------------------------------
002380*    LISTA E DESPREZA A LINHA DO MAPA CUJO CLIENTE NAO EXISTE
002390*    NO MESTRE E LE A PROXIMA.
002400*----------------------------------------------------------------
002410     DISPLAY "MAPA: CLIENTE " MAP-CLI-NUMERO
002420             " NAO CADASTRADO - LINHA DESPREZADA.".
002430     ADD 1 TO WK-QT-MAPA-DESPREZADOS.
002440*
002450     PERFORM 2800-LER-MAPA
002460         THRU 2800-LER-MAPA-EXIT.
002470*
002480 2100-DESPREZAR-MAPA-EXIT.
002490     EXIT.
002500*
002510 2800-LER-MAPA.
002520*----------------------------------------------------------------
002530*    LE A PROXIMA LINHA VALIDA DO MAPA DE AGENCIAS.  LINHA COM
002540*    CLIENTE NAO NUMERICO, AGENCIA EM BRANCO OU FORA DA ORDEM
002550*    DO NUMERO DO CLIENTE E LISTADA E DESPREZADA.  NO FIM DO
002560*    MAPA A CHAVE ASSUME O MAIOR NUMERO POSSIVEL, PARA QUE OS
002570*    CLIENTES RESTANTES FIQUEM COM A AGENCIA PADRAO.
002580*----------------------------------------------------------------
002590     READ MAPA-AGENCIAS
002600         AT END
002610             SET WK-FIM-MAPA TO TRUE
002620             MOVE 999999999 TO WK-MAP-CHAVE
002630             GO TO 2800-LER-MAPA-EXIT
002640     END-READ.
002650*
002660     IF NOT WK-FS-AGEMAPA-OK
002670         DISPLAY "ERRO AO LER O MAPA DE AGENCIAS - FILE STATUS "
002680                 WK-FS-AGEMAPA
002690         ADD 1 TO WK-QT-ERROS
002700         SET WK-FIM-MAPA TO TRUE
002710         MOVE 999999999 TO WK-MAP-CHAVE
002720         GO TO 2800-LER-MAPA-EXIT
002730     END-IF.
002740*
002750     ADD 1 TO WK-QT-MAPA-LIDOS.
002760*
002770     IF MAP-CLI-NUMERO IS NOT NUMERIC
002780        OR MAP-AGENCIA IS EQUAL TO SPACES
002790        OR MAP-CLI-NUMERO IS NOT GREATER THAN
002800           WK-MAP-CHAVE-ANTERIOR
002810         DISPLAY "MAPA: LINHA " WK-QT-MAPA-LIDOS
002820                 " INVALIDA OU FORA DE ORDEM - DESPREZADA."
002830         ADD 1 TO WK-QT-MAPA-DESPREZADOS
002840         GO TO 2800-LER-MAPA
002850     END-IF.
002860*
002870     MOVE MAP-CLI-NUMERO TO WK-MAP-CHAVE.
002880     MOVE MAP-CLI-NUMERO TO WK-MAP-CHAVE-ANTERIOR.
002890*
002900 2800-LER-MAPA-EXIT.
002910     EXIT.
002920*
002930 2900-LER-CLIENTE-ANTIGO.
002940*----------------------------------------------------------------
002950*    LE O PROXIMO CLIENTE DO CLUSTER ATUAL.  QUALQUER ERRO
002960*    DE LEITURA ENCERRA A CONVERSAO COM CONTAGEM DE ERRO.
002970*----------------------------------------------------------------
002980     READ CLIENTES-ANTIGO NEXT RECORD
002990         AT END
003000             SET WK-FIM-CLIENTES TO TRUE
003010         NOT AT END
003020             ADD 1 TO WK-QT-LIDOS
003030     END-READ.
003040*
003050     IF NOT WK-FS-CLIANT-OK AND NOT WK-FIM-CLIENTES
003060         DISPLAY "ERRO AO LER O CLUSTER ATUAL - FILE STATUS "
003070                 WK-FS-CLIANT
003080         ADD 1 TO WK-QT-ERROS
003090         SET WK-FIM-CLIENTES TO TRUE
003100     END-IF.
003110*
003120 2900-LER-CLIENTE-ANTIGO-EXIT.
003130     EXIT.
003140*
003150 8000-FINALIZAR.
003160*----------------------------------------------------------------
003170*    LISTA AS LINHAS DO MAPA QUE SOBRARAM DEPOIS DO ULTIMO
003180*    CLIENTE, FECHA OS ARQUIVOS, EMITE O RESUMO E DEVOLVE
003190*    RETURN-CODE 12 QUANDO A CONVERSAO NAO COPIOU TODOS OS
003200*    REGISTROS - O CLUSTER NOVO NAO DEVE ENTRAR EM PRODUCAO
003210*    NESSE CASO - E 8 QUANDO HOUVE CONTA NA AGENCIA PADRAO OU
003220*    LINHA DO MAPA DESPREZADA, PARA CONFERENCIA DA LISTA.
003230*----------------------------------------------------------------
003240     PERFORM 2100-DESPREZAR-MAPA
003250         THRU 2100-DESPREZAR-MAPA-EXIT
003260         UNTIL WK-FIM-MAPA.
003270*
003280     CLOSE CLIENTES-ANTIGO.
003290     CLOSE MAPA-AGENCIAS.
003300     CLOSE CLIENTES-MASTER.
003310*
003320     DISPLAY "CLIENTES LIDOS.........: " WK-QT-LIDOS.
003330     DISPLAY "CLIENTES CONVERTIDOS...: " WK-QT-CONVERTIDOS.
003340     DISPLAY "AGENCIA DO MAPA........: " WK-QT-AGENCIA-MAPA.
003350     DISPLAY "AGENCIA PADRAO.........: " WK-QT-AGENCIA-PADRAO.
003360     DISPLAY "LINHAS DO MAPA LIDAS...: " WK-QT-MAPA-LIDOS.
003370     DISPLAY "LINHAS DESPREZADAS.....: " WK-QT-MAPA-DESPREZADOS.
003380     DISPLAY "ERROS..................: " WK-QT-ERROS.
003390*
003400     IF WK-QT-ERROS IS GREATER THAN ZERO
003410        OR WK-QT-CONVERTIDOS IS NOT EQUAL TO WK-QT-LIDOS
003420         MOVE 12 TO RETURN-CODE
003430     ELSE
003440         IF WK-QT-AGENCIA-PADRAO IS GREATER THAN ZERO
003450            OR WK-QT-MAPA-DESPREZADOS IS GREATER THAN ZERO
003460             MOVE 8 TO RETURN-CODE
003470         END-IF
003480     END-IF.
003490*
003500 8000-FINALIZAR-EXIT.
003510     EXIT.
003520*
003530 9999-FIM.
003540     STOP RUN.
