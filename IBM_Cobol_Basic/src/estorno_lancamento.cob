000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ESTORNO-LANCAMENTO.
000030 AUTHOR.         EQUIPE DE CONTAS CORRENTES.
000040 INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080*----------------------------------------------------------------
000090*    TRANSACAO ONLINE DE ESTORNO DE UM EVENTO DE SALDO JA
000100*    ARQUIVADO NO HISTORICO DE AUDITORIA: O OPERADOR INFORMA A
000110*    CHAVE DO EVENTO ORIGINAL (CLIENTE, DATA, HORA E SEQUENCIA,
000120*    COMO EXIBIDOS PELA CONSULTA-HISTORICO), CONFERE O QUE
000130*    SERA ESTORNADO - INCLUSIVE OS JUROS COBRADOS JUNTO COM O
000140*    ORIGINAL - E CONFIRMA COM A MATRICULA DO SUPERVISOR E O
000150*    MOTIVO.  A REGRA DO ESTORNO ESTA TODA NO SUBPROGRAMA
000160*    ESTORNAR-EVENTO, COMPARTILHADO COM O ESTORNO EM LOTE
000170*    (ESTORNO-LOTE); ESTA TRANSACAO SO CONDUZ O DIALOGO.
000180*
000190*    CADA EXECUCAO ATENDE UM UNICO ESTORNO, DA MESMA FORMA QUE
000200*    AS DEMAIS TRANSACOES ONLINE.
000210*----------------------------------------------------------------
000220*    HISTORICO DE ALTERACOES
000230*----------------------------------------------------------------
000240*    2026-10-15  EQC  VERSAO ORIGINAL.
000250*    2026-10-15  EQC  A MATRICULA DO SUPERVISOR PASSA A SER
000260*                     CONFERIDA NO CADASTRO DE OPERADORES (PERFIL
000270*                     E ALCADA PARA O VALOR DO EVENTO ORIGINAL,
000280*                     VIA VERIFICAR-ALCADA) ANTES DO ESTORNO.
000290*----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350*
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*
000390 77  WK-SW-CHAVE             PIC X(01) VALUE "N".
000400     88  WK-CHAVE-VALIDA                VALUE "S".
000410     88  WK-CHAVE-INVALIDA              VALUE "N".
000420*
000430 77  WK-SW-CONFIRMA-ESTORNO  PIC X(01) VALUE "N".
000440     88  WK-CONFIRMA-ESTORNO-SIM        VALUE "S".
000450*
000460 01  WK-CHAVE-INFORMADA.
000470     05  WK-CLI-NUMERO-INFORMADO PIC 9(09).
000480     05  WK-DATA-INFORMADA       PIC 9(08).
000490     05  WK-HORA-INFORMADA       PIC 9(08).
000500     05  WK-SEQ-INFORMADA        PIC 9(03).
000510*
000520 77  WK-SW-AUTORIZACAO       PIC X(01) VALUE "N".
000530     88  WK-ESTORNO-AUTORIZADO          VALUE "S".
000540     88  WK-ESTORNO-NAO-AUTORIZADO      VALUE "N".
000550*
000560 77  WK-SUPERVISOR-ID        PIC X(08) VALUE SPACES.
000570 77  WK-MOTIVO-ESTORNO       PIC X(40) VALUE SPACES.
000580 77  WK-DATA-HOJE            PIC 9(08) VALUE ZERO.
000590*
000600 77  WK-VALOR-EDITADO        PIC -ZZZZZZZZ9.99.
000610 77  WK-SALDO-EDITADO        PIC -ZZZZZZZZ9.99.
000620*
000630     COPY ESTPARM.
000640     COPY ALCPARM.
000650*
000660 PROCEDURE DIVISION.
000670*
000680 0000-MAINLINE.
000690     PERFORM 1000-INICIALIZAR
000700         THRU 1000-INICIALIZAR-EXIT.
000710*
000720     PERFORM 2000-CONSULTAR-ORIGINAL
000730         THRU 2000-CONSULTAR-ORIGINAL-EXIT.
000740*
000750     IF EPR-ACEITO
000760         PERFORM 3000-OBTER-DECISAO-ESTORNO
000770             THRU 3000-OBTER-DECISAO-ESTORNO-EXIT
000780         IF WK-CONFIRMA-ESTORNO-SIM
000790             PERFORM 4000-OBTER-AUTORIZACAO
000800                 THRU 4000-OBTER-AUTORIZACAO-EXIT
000810             IF WK-ESTORNO-AUTORIZADO
000820                 PERFORM 5000-ESTORNAR
000830                     THRU 5000-ESTORNAR-EXIT
000840             END-IF
000850         END-IF
000860     END-IF.
000870*
000880     PERFORM 8000-FINALIZAR
000890         THRU 8000-FINALIZAR-EXIT.
000900*
000910     GO TO 9999-FIM.
000920*
000930 1000-INICIALIZAR.
000940*----------------------------------------------------------------
000950*    OBTEM A CHAVE DO EVENTO ORIGINAL A ESTORNAR.
000960*----------------------------------------------------------------
000970     SET WK-CHAVE-INVALIDA TO TRUE.
000980     PERFORM 1100-LER-CHAVE
000990         THRU 1100-LER-CHAVE-EXIT
001000         UNTIL WK-CHAVE-VALIDA.
001010*
001020 1000-INICIALIZAR-EXIT.
001030     EXIT.
001040*
001050 1100-LER-CHAVE.
001060*----------------------------------------------------------------
001070*    LE CLIENTE, DATA, HORA E SEQUENCIA DO EVENTO ORIGINAL,
001080*    REPETINDO A PERGUNTA ATE RECEBER VALORES NUMERICOS.
001090*----------------------------------------------------------------
001100     DISPLAY "NUMERO DO CLIENTE: ".
001110     ACCEPT WK-CLI-NUMERO-INFORMADO.
001120     DISPLAY "DATA DO EVENTO ORIGINAL (AAAAMMDD): ".
001130     ACCEPT WK-DATA-INFORMADA.
001140     DISPLAY "HORA DO EVENTO ORIGINAL (HHMMSSCC): ".
001150     ACCEPT WK-HORA-INFORMADA.
001160     DISPLAY "SEQUENCIA DO EVENTO ORIGINAL (000 A 999): ".
001170     ACCEPT WK-SEQ-INFORMADA.
001180*
001190     IF WK-CHAVE-INFORMADA IS NOT NUMERIC
001200        OR WK-CLI-NUMERO-INFORMADO IS EQUAL TO ZERO
001210        OR WK-DATA-INFORMADA IS EQUAL TO ZERO
001220         DISPLAY "CHAVE INVALIDA - TENTE NOVAMENTE."
001230         GO TO 1100-LER-CHAVE-EXIT
001240     END-IF.
001250*
001260     SET WK-CHAVE-VALIDA TO TRUE.
001270*
001280 1100-LER-CHAVE-EXIT.
001290     EXIT.
001300*
001310 2000-CONSULTAR-ORIGINAL.
001320*----------------------------------------------------------------
001330*    PEDE AO SUBPROGRAMA OS DADOS DO EVENTO ORIGINAL E O EFEITO
001340*    QUE O ESTORNO TERIA, E OS EXIBE - OU O MOTIVO PELO QUAL O
001350*    EVENTO NAO PODE SER ESTORNADO.
001360*----------------------------------------------------------------
001370     SET EPR-FN-CONSULTAR TO TRUE.
001380     MOVE WK-CHAVE-INFORMADA TO EPR-CHAVE-ORIGINAL.
001390     MOVE SPACES             TO EPR-USUARIO.
001400     SET EPR-ORIGEM-ONLINE   TO TRUE.
001410     MOVE SPACES             TO EPR-MOTIVO.
001420*
001430     CALL "ESTORNAR-EVENTO" USING EPR-PARAMETROS.
001440*
001450     IF EPR-RECUSADO
001460         DISPLAY "ESTORNO NAO PERMITIDO: " EPR-MOTIVO-RECUSA
001470         GO TO 2000-CONSULTAR-ORIGINAL-EXIT
001480     END-IF.
001490*
001500     DISPLAY "-------------------------------------------------".
001510     DISPLAY "EVENTO ORIGINAL...: " EPR-TIPO-ORIGINAL.
001520     MOVE EPR-VALOR-ORIGINAL TO WK-VALOR-EDITADO.
001530     DISPLAY "VALOR ORIGINAL....: " WK-VALOR-EDITADO.
001540     MOVE EPR-VALOR-ESTORNO TO WK-VALOR-EDITADO.
001550     DISPLAY "EFEITO DO ESTORNO.: " WK-VALOR-EDITADO.
001560     IF EPR-VALOR-JUROS-ESTORNO IS NOT EQUAL TO ZERO
001570         MOVE EPR-VALOR-JUROS-ESTORNO TO WK-VALOR-EDITADO
001580         DISPLAY "JUROS ESTORNADOS..: " WK-VALOR-EDITADO
001590     END-IF.
001600     MOVE EPR-SALDO-ANTERIOR TO WK-SALDO-EDITADO.
001610     DISPLAY "SALDO ATUAL.......: " WK-SALDO-EDITADO.
001620     MOVE EPR-SALDO-RESULTANTE TO WK-SALDO-EDITADO.
001630     DISPLAY "SALDO APOS ESTORNO: " WK-SALDO-EDITADO.
001640     DISPLAY "-------------------------------------------------".
001650*
001660 2000-CONSULTAR-ORIGINAL-EXIT.
001670     EXIT.
001680*
001690 3000-OBTER-DECISAO-ESTORNO.
001700*----------------------------------------------------------------
001710*    PERGUNTA AO OPERADOR SE O ESTORNO EXIBIDO DEVE SER FEITO.
001720*----------------------------------------------------------------
001730     DISPLAY "CONFIRMA O ESTORNO DESTE EVENTO (S/N)? ".
001740     ACCEPT WK-SW-CONFIRMA-ESTORNO.
001750*
001760 3000-OBTER-DECISAO-ESTORNO-EXIT.
001770     EXIT.
001780*
001790 4000-OBTER-AUTORIZACAO.
001800*----------------------------------------------------------------
001810*    SOLICITA A MATRICULA DO SUPERVISOR RESPONSAVEL (OBRIGATORIA)
001820*    E O MOTIVO DO ESTORNO.  A MATRICULA PRECISA SER DE UM
001830*    SUPERVISOR (OU GERENTE) ATIVO COM ALCADA PARA O VALOR DO
001840*    EVENTO ORIGINAL; SENAO O ESTORNO NAO E FEITO.
001850*----------------------------------------------------------------
001860     SET WK-ESTORNO-NAO-AUTORIZADO TO TRUE.
001870     MOVE SPACES TO WK-SUPERVISOR-ID.
001880     PERFORM 4100-LER-SUPERVISOR
001890         THRU 4100-LER-SUPERVISOR-EXIT
001900         UNTIL WK-SUPERVISOR-ID IS NOT EQUAL TO SPACES.
001910*
001920     ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
001930*
001940     SET ALC-FN-VERIFICAR     TO TRUE.
001950     SET ALC-EXIGE-SUPERVISOR TO TRUE.
001960     MOVE WK-SUPERVISOR-ID    TO ALC-OPERADOR-ID.
001970     MOVE EPR-VALOR-ORIGINAL  TO ALC-VALOR.
001980     MOVE WK-DATA-HOJE        TO ALC-DATA-REFERENCIA.
001990     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
002000*
002010     IF NOT ALC-ACEITO
002020         DISPLAY "ESTORNO RECUSADO: " ALC-MOTIVO-RECUSA
002030         GO TO 4000-OBTER-AUTORIZACAO-EXIT
002040     END-IF.
002050*
002060     SET WK-ESTORNO-AUTORIZADO TO TRUE.
002070*
002080     DISPLAY "MOTIVO DO ESTORNO: ".
002090     ACCEPT WK-MOTIVO-ESTORNO.
002100*
002110 4000-OBTER-AUTORIZACAO-EXIT.
002120     EXIT.
002130*
002140 4100-LER-SUPERVISOR.
002150*----------------------------------------------------------------
002160*    SOLICITA A MATRICULA DO SUPERVISOR; NAO ACEITA EM BRANCO.
002170*----------------------------------------------------------------
002180     DISPLAY "MATRICULA DO SUPERVISOR: ".
002190     ACCEPT WK-SUPERVISOR-ID.
002200*
002210     IF WK-SUPERVISOR-ID EQUAL TO SPACES
002220         DISPLAY "MATRICULA DO SUPERVISOR E OBRIGATORIA."
002230     END-IF.
002240*
002250 4100-LER-SUPERVISOR-EXIT.
002260     EXIT.
002270*
002280 5000-ESTORNAR.
002290*----------------------------------------------------------------
002300*    PEDE O ESTORNO AO SUBPROGRAMA, QUE REPETE TODAS AS
002310*    CONFERENCIAS ANTES DE APLICAR, E EXIBE O RESULTADO.
002320*----------------------------------------------------------------
002330     SET EPR-FN-ESTORNAR     TO TRUE.
002340     MOVE WK-CHAVE-INFORMADA TO EPR-CHAVE-ORIGINAL.
002350     MOVE WK-SUPERVISOR-ID   TO EPR-USUARIO.
002360     SET EPR-ORIGEM-ONLINE   TO TRUE.
002370     MOVE WK-MOTIVO-ESTORNO  TO EPR-MOTIVO.
002380*
002390     CALL "ESTORNAR-EVENTO" USING EPR-PARAMETROS.
002400*
002410     IF EPR-RECUSADO
002420         DISPLAY "ESTORNO RECUSADO: " EPR-MOTIVO-RECUSA
002430     ELSE
002440         MOVE EPR-SALDO-RESULTANTE TO WK-SALDO-EDITADO
002450         DISPLAY "ESTORNO EFETUADO - SALDO ATUAL: "
002460                 WK-SALDO-EDITADO
002470     END-IF.
002480*
002490 5000-ESTORNAR-EXIT.
002500     EXIT.
002510*
002520 8000-FINALIZAR.
002530*----------------------------------------------------------------
002540*    PEDE AO SUBPROGRAMA QUE FECHE OS ARQUIVOS.
002550*----------------------------------------------------------------
002560     SET EPR-FN-FINALIZAR TO TRUE.
002570     CALL "ESTORNAR-EVENTO" USING EPR-PARAMETROS.
002580*
002590     SET ALC-FN-FINALIZAR TO TRUE.
002600     CALL "VERIFICAR-ALCADA" USING ALC-PARAMETROS.
002610*
002620 8000-FINALIZAR-EXIT.
002630     EXIT.
002640*
002650 9999-FIM.
002660     STOP RUN.
