000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     VERIFICAR-ALCADA.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    SUBPROGRAMA QUE CONCENTRA AS REGRAS DE ALCADA DAS
000100*    TRANSACOES ONLINE, PARA QUE TODAS ELAS TRATEM A MATRICULA
000110*    INFORMADA DA MESMA FORMA:
000120*      - VERIFICAR: A MATRICULA PRECISA ESTAR NO CADASTRO DE
000130*        OPERADORES (OPERADOR, OPRREC.CPY), ATIVA, COM O PERFIL
000140*        EXIGIDO PELA ACAO OU UM ACIMA DELE, E COM ALCADA PARA O
000150*        VALOR DA ACAO;
000160*      - LIMIARES: OS VALORES DE DUPLA APROVACAO EM VIGOR NA
000170*        DATA (APRPARAM, APPREC.CPY);
000180*      - PENDENCIA: GRAVA NO ARQUIVO DE PENDENCIAS (PENDAPR,
000190*        PNDREC.CPY) A ACAO QUE PASSOU DO VALOR DE DUPLA
000200*        APROVACAO, PARA A DECISAO DE UMA SEGUNDA PESSOA NA
000210*        TRANSACAO APROVACAO-PENDENCIA.
000220*
000230*    AO CONTRARIO DO TXPARAM E DO BLQJUD, A FALHA DO CADASTRO
000240*    DE OPERADORES NAO TEM CONTINGENCIA: SEM ELE NAO HA COMO
000250*    SABER SE QUEM ESTA AGINDO PODE AGIR, E A ACAO E RECUSADA.
000260*    O ARQUIVO DE PARAMETROS, NA FALTA, LEVA TUDO PARA APROVACAO.
000270*
000280*    OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA QUE PRECISA DE
000290*    CADA UM E FICAM ABERTOS ATE A CHAMADA COM A FUNCAO
000300*    FINALIZAR (ALCPARM.CPY); O APRPARAM E LIDO POR INTEIRO A
000310*    CADA CHAMADA DA FUNCAO LIMIARES.
000320*----------------------------------------------------------------
000330*    HISTORICO DE ALTERACOES
000340*----------------------------------------------------------------
000350*    2026-10-15  EQC  VERSAO ORIGINAL.
000360*----------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CADASTRO-OPERADORES ASSIGN TO "OPERADOR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS OPR-ID
000490         FILE STATUS IS WK-FS-OPERADOR.
000500*
000510     SELECT ARQUIVO-PARAMETROS ASSIGN TO "APRPARAM"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WK-FS-APRPARAM.
000550*
000560     SELECT PENDENCIAS-APROVACAO ASSIGN TO "PENDAPR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PND-CHAVE
000600         FILE STATUS IS WK-FS-PENDAPR.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CADASTRO-OPERADORES
000650     LABEL RECORDS ARE STANDARD.
000660     COPY OPRREC.
000670*
000680 FD  ARQUIVO-PARAMETROS
000690     LABEL RECORDS ARE STANDARD.
000700     COPY APPREC.
000710*
000720 FD  PENDENCIAS-APROVACAO
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PNDREC.
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780 77  WK-FS-OPERADOR          PIC X(02) VALUE "00".
000790     88  WK-FS-OPERADOR-OK              VALUE "00".
000800*
000810 77  WK-FS-APRPARAM          PIC X(02) VALUE "00".
000820     88  WK-FS-APRPARAM-OK              VALUE "00".
000830     88  WK-FS-APRPARAM-INEXISTENTE     VALUE "35".
000840*
000850 77  WK-FS-PENDAPR           PIC X(02) VALUE "00".
000860     88  WK-FS-PENDAPR-OK               VALUE "00".
000870     88  WK-FS-PENDAPR-INEXISTENTE      VALUE "35".
000880     88  WK-FS-PENDAPR-DUPLICADA        VALUE "22".
000890*
000900 77  WK-SW-OPERADOR          PIC X(01) VALUE "N".
000910     88  WK-OPERADOR-NAO-ABERTO         VALUE "N".
000920     88  WK-OPERADOR-ABERTO             VALUE "A".
000930     88  WK-OPERADOR-INDISPONIVEL       VALUE "I".
000940*
000950 77  WK-SW-PENDAPR           PIC X(01) VALUE "N".
000960     88  WK-PENDAPR-NAO-ABERTO          VALUE "N".
000970     88  WK-PENDAPR-ABERTO              VALUE "A".
000980     88  WK-PENDAPR-INDISPONIVEL        VALUE "I".
000990*
001000 77  WK-SW-FIM-PARAMETROS    PIC X(01) VALUE "N".
001010     88  WK-FIM-PARAMETROS              VALUE "S".
001020*
001030 77  WK-SW-FIM-DIA           PIC X(01) VALUE "N".
001040     88  WK-FIM-DIA                     VALUE "S".
001050*
001060 77  WK-SW-GRAVACAO          PIC X(01) VALUE "N".
001070     88  WK-PENDENCIA-GRAVADA           VALUE "S".
001080*
001090 77  WK-ULT-SEQUENCIA        PIC 9(05) VALUE ZERO.
001100 77  WK-QT-TENTATIVAS        PIC 9(03) COMP VALUE ZERO.
001110 77  WK-VL-ABSOLUTO          PIC S9(09)V99 COMP-3 VALUE ZERO.
001120*
001130 LINKAGE SECTION.
001140*
001150     COPY ALCPARM.
001160*
001170 PROCEDURE DIVISION USING ALC-PARAMETROS.
001180*
001190 0000-MAINLINE.
001200     IF ALC-FN-FINALIZAR
001210         PERFORM 8000-FECHAR-ARQUIVOS
001220             THRU 8000-FECHAR-ARQUIVOS-EXIT
001230         GO TO 9999-FIM
001240     END-IF.
001250*
001260     SET ALC-RECUSADO TO TRUE.
001270     MOVE SPACES TO ALC-MOTIVO-RECUSA.
001280*
001290     EVALUATE TRUE
001300         WHEN ALC-FN-VERIFICAR
001310             PERFORM 1000-VERIFICAR-OPERADOR
001320                 THRU 1000-VERIFICAR-OPERADOR-EXIT
001330         WHEN ALC-FN-LIMIARES
001340             PERFORM 2000-CARREGAR-LIMIARES
001350                 THRU 2000-CARREGAR-LIMIARES-EXIT
001360         WHEN ALC-FN-PENDENCIA
001370             PERFORM 3000-REGISTRAR-PENDENCIA
001380                 THRU 3000-REGISTRAR-PENDENCIA-EXIT
001390         WHEN OTHER
001400             MOVE "FUNCAO INVALIDA NA CHAMADA DA ALCADA"
001410                                     TO ALC-MOTIVO-RECUSA
001420     END-EVALUATE.
001430*
001440     GO TO 9999-FIM.
001450*
001460 1000-VERIFICAR-OPERADOR.
001470*----------------------------------------------------------------
001480*    LOCALIZA A MATRICULA NO CADASTRO DE OPERADORES E CONFERE
001490*    SITUACAO, PERFIL E ALCADA.  QUALQUER FALHA DEVOLVE A ACAO
001500*    RECUSADA COM O MOTIVO, PARA O CHAMADOR EXIBIR.
001510*----------------------------------------------------------------
001520     MOVE SPACES TO ALC-NOME-OPERADOR.
001530     MOVE SPACES TO ALC-PERFIL-OPERADOR.
001540     MOVE ZERO   TO ALC-VL-ALCADA.
001550*
001560     IF WK-OPERADOR-NAO-ABERTO
001570         OPEN INPUT CADASTRO-OPERADORES
001580         IF WK-FS-OPERADOR-OK
001590             SET WK-OPERADOR-ABERTO TO TRUE
001600         ELSE
001610             SET WK-OPERADOR-INDISPONIVEL TO TRUE
001620             DISPLAY "CADASTRO DE OPERADORES NAO ABERTO (STATUS "
001630                     WK-FS-OPERADOR ")."
001640         END-IF
001650     END-IF.
001660*
001670     IF NOT WK-OPERADOR-ABERTO
001680         MOVE "CADASTRO DE OPERADORES INDISPONIVEL"
001690                                 TO ALC-MOTIVO-RECUSA
001700         GO TO 1000-VERIFICAR-OPERADOR-EXIT
001710     END-IF.
001720*
001730     IF ALC-OPERADOR-ID IS EQUAL TO SPACES
001740         MOVE "MATRICULA NAO INFORMADA" TO ALC-MOTIVO-RECUSA
001750         GO TO 1000-VERIFICAR-OPERADOR-EXIT
001760     END-IF.
001770*
001780     MOVE ALC-OPERADOR-ID TO OPR-ID.
001790     READ CADASTRO-OPERADORES
001800         INVALID KEY
001810             MOVE "MATRICULA NAO CADASTRADA" TO ALC-MOTIVO-RECUSA
001820             GO TO 1000-VERIFICAR-OPERADOR-EXIT
001830     END-READ.
001840*
001850     IF NOT WK-FS-OPERADOR-OK
001860         MOVE "ERRO DE LEITURA NO CADASTRO DE OPERADORES"
001870                                 TO ALC-MOTIVO-RECUSA
001880         GO TO 1000-VERIFICAR-OPERADOR-EXIT
001890     END-IF.
001900*
001910     MOVE OPR-NOME      TO ALC-NOME-OPERADOR.
001920     MOVE OPR-PERFIL    TO ALC-PERFIL-OPERADOR.
001930     MOVE OPR-VL-ALCADA TO ALC-VL-ALCADA.
001940*
001950     IF NOT OPR-ATIVO
001960         MOVE "MATRICULA REVOGADA" TO ALC-MOTIVO-RECUSA
001970         GO TO 1000-VERIFICAR-OPERADOR-EXIT
001980     END-IF.
001990*
002000     IF (ALC-EXIGE-GERENTE AND NOT OPR-PERFIL-GERENTE)
002010        OR (ALC-EXIGE-SUPERVISOR AND NOT OPR-PERFIL-SUPERVISOR
002020                                 AND NOT OPR-PERFIL-GERENTE)
002030        OR NOT OPR-PERFIL-VALIDO
002040         MOVE "PERFIL DA MATRICULA NAO PERMITE A ACAO"
002050                                 TO ALC-MOTIVO-RECUSA
002060         GO TO 1000-VERIFICAR-OPERADOR-EXIT
002070     END-IF.
002080*
002090     IF ALC-VALOR IS LESS THAN ZERO
002100         COMPUTE WK-VL-ABSOLUTO = ZERO - ALC-VALOR
002110     ELSE
002120         MOVE ALC-VALOR TO WK-VL-ABSOLUTO
002130     END-IF.
002140*
002150     IF WK-VL-ABSOLUTO IS GREATER THAN OPR-VL-ALCADA
002160         MOVE "VALOR ACIMA DA ALCADA DA MATRICULA"
002170                                 TO ALC-MOTIVO-RECUSA
002180         GO TO 1000-VERIFICAR-OPERADOR-EXIT
002190     END-IF.
002200*
002210     SET ALC-ACEITO TO TRUE.
002220*
002230 1000-VERIFICAR-OPERADOR-EXIT.
002240     EXIT.
002250*
002260 2000-CARREGAR-LIMIARES.
002270*----------------------------------------------------------------
002280*    LE O APRPARAM E DEVOLVE OS VALORES DA VIGENCIA DE MAIOR
002290*    DATA QUE NAO SEJA POSTERIOR A DATA DE REFERENCIA (EMPATE:
002300*    VALE O ULTIMO REGISTRO GRAVADO).  SEM ARQUIVO OU SEM
002310*    VIGENCIA, DEVOLVE ZERO, COM AVISO - TUDO VAI PARA
002320*    APROVACAO.  A FUNCAO NUNCA E RECUSADA.
002330*----------------------------------------------------------------
002340     SET ALC-ACEITO TO TRUE.
002350     MOVE ZERO TO ALC-VL-LIMIAR-AJUSTE.
002360     MOVE ZERO TO ALC-VL-LIMIAR-AUMENTO.
002370     MOVE ZERO TO ALC-DATA-VIGENCIA.
002380     MOVE "N"  TO WK-SW-FIM-PARAMETROS.
002390*
002400     OPEN INPUT ARQUIVO-PARAMETROS.
002410     IF NOT WK-FS-APRPARAM-OK
002420         IF NOT WK-FS-APRPARAM-INEXISTENTE
002430             DISPLAY "AVISO: ARQUIVO APRPARAM NAO ABERTO (STATUS "
002440                     WK-FS-APRPARAM ")."
002450         END-IF
002460         DISPLAY "AVISO: SEM VIGENCIA DE DUPLA APROVACAO - TODA "
002470                 "ACAO COM VALOR VAI PARA APROVACAO."
002480         GO TO 2000-CARREGAR-LIMIARES-EXIT
002490     END-IF.
002500*
002510     PERFORM 2100-LER-PARAMETRO
002520         THRU 2100-LER-PARAMETRO-EXIT
002530         UNTIL WK-FIM-PARAMETROS.
002540*
002550     CLOSE ARQUIVO-PARAMETROS.
002560*
002570     IF ALC-DATA-VIGENCIA IS EQUAL TO ZERO
002580         DISPLAY "AVISO: SEM VIGENCIA DE DUPLA APROVACAO - TODA "
002590                 "ACAO COM VALOR VAI PARA APROVACAO."
002600     END-IF.
002610*
002620 2000-CARREGAR-LIMIARES-EXIT.
002630     EXIT.
002640*
002650 2100-LER-PARAMETRO.
002660*----------------------------------------------------------------
002670*    LE UM REGISTRO DO APRPARAM E, QUANDO ELE E A MELHOR
002680*    VIGENCIA ATE AGORA PARA A DATA DE REFERENCIA, GUARDA OS
002690*    SEUS VALORES.
002700*----------------------------------------------------------------
002710     READ ARQUIVO-PARAMETROS
002720         AT END
002730             SET WK-FIM-PARAMETROS TO TRUE
002740             GO TO 2100-LER-PARAMETRO-EXIT
002750     END-READ.
002760*
002770     IF NOT WK-FS-APRPARAM-OK
002780         DISPLAY "AVISO: ERRO DE LEITURA NO APRPARAM (STATUS "
002790                 WK-FS-APRPARAM ")."
002800         SET WK-FIM-PARAMETROS TO TRUE
002810         GO TO 2100-LER-PARAMETRO-EXIT
002820     END-IF.
002830*
002840     IF APP-DATA-INICIO-VIGENCIA
002850          IS GREATER THAN ALC-DATA-REFERENCIA
002860        OR APP-DATA-INICIO-VIGENCIA IS LESS THAN ALC-DATA-VIGENCIA
002870         GO TO 2100-LER-PARAMETRO-EXIT
002880     END-IF.
002890*
002900     MOVE APP-DATA-INICIO-VIGENCIA TO ALC-DATA-VIGENCIA.
002910     MOVE APP-VL-AJUSTE-APROVACAO  TO ALC-VL-LIMIAR-AJUSTE.
002920     MOVE APP-VL-AUMENTO-APROVACAO TO ALC-VL-LIMIAR-AUMENTO.
002930*
002940 2100-LER-PARAMETRO-EXIT.
002950     EXIT.
002960*
002970 3000-REGISTRAR-PENDENCIA.
002980*----------------------------------------------------------------
002990*    GRAVA O PEDIDO COMO PENDENTE COM A PROXIMA SEQUENCIA DO
003000*    DIA.  SE OUTRA TRANSACAO GRAVOU A MESMA SEQUENCIA NO
003010*    INTERVALO (CHAVE DUPLICADA), APURA DE NOVO E TENTA OUTRA
003020*    VEZ, ATE CINCO TENTATIVAS.
003030*----------------------------------------------------------------
003040     IF WK-PENDAPR-NAO-ABERTO
003050         PERFORM 3900-ABRIR-PENDENCIAS
003060             THRU 3900-ABRIR-PENDENCIAS-EXIT
003070     END-IF.
003080*
003090     IF NOT WK-PENDAPR-ABERTO
003100         MOVE "ARQUIVO DE PENDENCIAS INDISPONIVEL"
003110                                 TO ALC-MOTIVO-RECUSA
003120         GO TO 3000-REGISTRAR-PENDENCIA-EXIT
003130     END-IF.
003140*
003150     MOVE "N"  TO WK-SW-GRAVACAO.
003160     MOVE ZERO TO WK-QT-TENTATIVAS.
003170     PERFORM 3100-GRAVAR-PENDENCIA
003180         THRU 3100-GRAVAR-PENDENCIA-EXIT
003190         UNTIL WK-PENDENCIA-GRAVADA
003200            OR WK-QT-TENTATIVAS IS GREATER THAN 4.
003210*
003220     IF NOT WK-PENDENCIA-GRAVADA
003230         IF ALC-MOTIVO-RECUSA IS EQUAL TO SPACES
003240             MOVE "SEQUENCIA DE PENDENCIA NAO OBTIDA"
003250                                 TO ALC-MOTIVO-RECUSA
003260         END-IF
003270         GO TO 3000-REGISTRAR-PENDENCIA-EXIT
003280     END-IF.
003290*
003300     MOVE PND-SEQUENCIA TO ALC-SEQUENCIA-PENDENCIA.
003310     SET ALC-ACEITO TO TRUE.
003320*
003330 3000-REGISTRAR-PENDENCIA-EXIT.
003340     EXIT.
003350*
003360 3100-GRAVAR-PENDENCIA.
003370*----------------------------------------------------------------
003380*    APURA A ULTIMA SEQUENCIA USADA NO DIA E GRAVA O PEDIDO COM
003390*    A SEGUINTE.
003400*----------------------------------------------------------------
003410     ADD 1 TO WK-QT-TENTATIVAS.
003420     MOVE ZERO TO WK-ULT-SEQUENCIA.
003430     MOVE "N"  TO WK-SW-FIM-DIA.
003440*
003450     MOVE ALC-DATA-REFERENCIA TO PND-DATA-SOLICITACAO.
003460     MOVE ZERO                TO PND-SEQUENCIA.
003470     START PENDENCIAS-APROVACAO
003480         KEY IS NOT LESS THAN PND-CHAVE
003490         INVALID KEY
003500             SET WK-FIM-DIA TO TRUE
003510     END-START.
003520*
003530     PERFORM 3110-LER-PENDENCIA-DIA
003540         THRU 3110-LER-PENDENCIA-DIA-EXIT
003550         UNTIL WK-FIM-DIA.
003560*
003570     IF WK-ULT-SEQUENCIA IS EQUAL TO 99999
003580         MOVE "SEM SEQUENCIA DISPONIVEL PARA O DIA"
003590                                 TO ALC-MOTIVO-RECUSA
003600         MOVE 99 TO WK-QT-TENTATIVAS
003610         GO TO 3100-GRAVAR-PENDENCIA-EXIT
003620     END-IF.
003630*
003640     MOVE SPACES                  TO PND-REGISTRO.
003650     MOVE ALC-DATA-REFERENCIA     TO PND-DATA-SOLICITACAO.
003660     ADD 1 WK-ULT-SEQUENCIA   GIVING PND-SEQUENCIA.
003670     ACCEPT PND-HORA-SOLICITACAO FROM TIME.
003680     MOVE ALC-TIPO-PEDIDO         TO PND-TIPO.
003690     MOVE ALC-CLI-NUMERO          TO PND-CLI-NUMERO.
003700     MOVE ALC-VL-PEDIDO           TO PND-VALOR.
003710     MOVE ALC-LIMITE-ANTERIOR     TO PND-LIMITE-ANTERIOR.
003720     MOVE ALC-OPERADOR-ID         TO PND-USUARIO-SOLICITANTE.
003730     MOVE ALC-MOTIVO              TO PND-MOTIVO.
003740     SET PND-PENDENTE             TO TRUE.
003750     MOVE SPACES                  TO PND-USUARIO-DECISAO.
003760     MOVE ZERO                    TO PND-DATA-DECISAO.
003770     MOVE ZERO                    TO PND-HORA-DECISAO.
003780     MOVE SPACES                  TO PND-MOTIVO-DECISAO.
003790*
003800     WRITE PND-REGISTRO
003810         INVALID KEY
003820             IF NOT WK-FS-PENDAPR-DUPLICADA
003830                 MOVE "ERRO AO GRAVAR A PENDENCIA"
003840                                 TO ALC-MOTIVO-RECUSA
003850                 DISPLAY "ERRO AO GRAVAR A PENDENCIA - "
003860                         "FILE STATUS " WK-FS-PENDAPR
003870                 MOVE 99 TO WK-QT-TENTATIVAS
003880             END-IF
003890             GO TO 3100-GRAVAR-PENDENCIA-EXIT
003900     END-WRITE.
003910*
003920     IF NOT WK-FS-PENDAPR-OK
003930         MOVE "ERRO AO GRAVAR A PENDENCIA" TO ALC-MOTIVO-RECUSA
003940         DISPLAY "ERRO AO GRAVAR A PENDENCIA - FILE STATUS "
003950                 WK-FS-PENDAPR
003960         MOVE 99 TO WK-QT-TENTATIVAS
003970         GO TO 3100-GRAVAR-PENDENCIA-EXIT
003980     END-IF.
003990*
004000     SET WK-PENDENCIA-GRAVADA TO TRUE.
004010*
004020 3100-GRAVAR-PENDENCIA-EXIT.
004030     EXIT.
004040*
004050 3110-LER-PENDENCIA-DIA.
004060*----------------------------------------------------------------
004070*    LE A PROXIMA PENDENCIA DA VARREDURA DO DIA, GUARDANDO A
004080*    SEQUENCIA, ATE MUDAR A DATA.
004090*----------------------------------------------------------------
004100     READ PENDENCIAS-APROVACAO NEXT RECORD
004110         AT END
004120             SET WK-FIM-DIA TO TRUE
004130             GO TO 3110-LER-PENDENCIA-DIA-EXIT
004140     END-READ.
004150*
004160     IF NOT WK-FS-PENDAPR-OK
004170        OR PND-DATA-SOLICITACAO
004180               IS NOT EQUAL TO ALC-DATA-REFERENCIA
004190         SET WK-FIM-DIA TO TRUE
004200         GO TO 3110-LER-PENDENCIA-DIA-EXIT
004210     END-IF.
004220*
004230     MOVE PND-SEQUENCIA TO WK-ULT-SEQUENCIA.
004240*
004250 3110-LER-PENDENCIA-DIA-EXIT.
004260     EXIT.
004270*
004280 3900-ABRIR-PENDENCIAS.
004290*----------------------------------------------------------------
004300*    ABRE O ARQUIVO DE PENDENCIAS, CRIANDO-O NA PRIMEIRA
004310*    EXECUCAO (STATUS 35).
004320*----------------------------------------------------------------
004330     OPEN I-O PENDENCIAS-APROVACAO.
004340     EVALUATE TRUE
004350         WHEN WK-FS-PENDAPR-OK
004360             SET WK-PENDAPR-ABERTO TO TRUE
004370         WHEN WK-FS-PENDAPR-INEXISTENTE
004380             OPEN OUTPUT PENDENCIAS-APROVACAO
004390             CLOSE PENDENCIAS-APROVACAO
004400             OPEN I-O PENDENCIAS-APROVACAO
004410             IF WK-FS-PENDAPR-OK
004420                 SET WK-PENDAPR-ABERTO TO TRUE
004430             ELSE
004440                 SET WK-PENDAPR-INDISPONIVEL TO TRUE
004450             END-IF
004460         WHEN OTHER
004470             SET WK-PENDAPR-INDISPONIVEL TO TRUE
004480     END-EVALUATE.
004490*
004500     IF WK-PENDAPR-INDISPONIVEL
004510         DISPLAY "ARQUIVO DE PENDENCIAS NAO ABERTO (STATUS "
004520                 WK-FS-PENDAPR ")."
004530     END-IF.
004540*
004550 3900-ABRIR-PENDENCIAS-EXIT.
004560     EXIT.
004570*
004580 8000-FECHAR-ARQUIVOS.
004590*----------------------------------------------------------------
004600*    FECHA OS ARQUIVOS ABERTOS E VOLTA A SITUACAO INICIAL, PARA
004610*    QUE UMA NOVA CHAMADA TENTE ABRIR DE NOVO.
004620*----------------------------------------------------------------
004630     IF WK-OPERADOR-ABERTO
004640         CLOSE CADASTRO-OPERADORES
004650     END-IF.
004660     IF WK-PENDAPR-ABERTO
004670         CLOSE PENDENCIAS-APROVACAO
004680     END-IF.
004690     SET WK-OPERADOR-NAO-ABERTO TO TRUE.
004700     SET WK-PENDAPR-NAO-ABERTO  TO TRUE.
004710*
004720 8000-FECHAR-ARQUIVOS-EXIT.
004730     EXIT.
004740*
004750 9999-FIM.
004760     EXIT PROGRAM.
