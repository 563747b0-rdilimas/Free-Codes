000010******************************************************************
000020* PROGRAM  : SOLORDL                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : LISTAGEM DO CADASTRO DE ORDENS PERMANENTES          *
000070*            (ORDPER), EM ORDEM DE SOLICITANTE E CODIGO DA       *
000080*            ORDEM: SITUACAO, FREQUENCIA E DIA DA AGENDA,        *
000090*            VIGENCIA (INICIO E FIM), PADRAO DA REFERENCIA,      *
000100*            ULTIMA OCORRENCIA GERADA COM A SUA REFERENCIA,      *
000110*            QUANTIDADE DE PEDIDOS JA GERADOS E DATA DE          *
000120*            INCLUSAO; NA LINHA DE BAIXO, O PEDIDO DA ORDEM NO   *
000130*            LEIAUTE DA ENTRADA.                                 *
000140*                                                                *
000150*            RETURN-CODES: 0 = LISTAGEM EMITIDA; 16 = ERRO DE    *
000160*            ABERTURA DE ARQUIVO.                                *
000170******************************************************************
000180* MODIFICATION HISTORY                                           *
000190*  DATE       INIC  DESCRICAO                                    *
000200*  15/10/2026 RL    VERSAO INICIAL - LISTAGEM DAS ORDENS         *
000210*                   PERMANENTES.                                 *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     SOLORDL.
000250 AUTHOR.         ROBSON LIMA.
000260 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000270 DATE-WRITTEN.   15/10/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ORDPER ASSIGN TO ORDPER
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS REG-ORD-CHAVE
000360         FILE STATUS IS WRK-FS-ORDPER.
000370     SELECT RELORDL ASSIGN TO RELORDL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WRK-FS-RELORDL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ORDPER.
000430 01  REG-ORDPER.
000440     05 REG-ORD-CHAVE.
000450        10 REG-ORD-SOLICITANTE      PIC X(08).
000460        10 REG-ORD-CODIGO           PIC X(04).
000470     05 FILLER                    PIC X(01).
000480     05 REG-ORD-SITUACAO          PIC X(01).
000490        88 REG-ORD-ATIVA              VALUE 'A'.
000500        88 REG-ORD-SUSPENSA           VALUE 'S'.
000510        88 REG-ORD-ENCERRADA          VALUE 'E'.
000520        88 REG-ORD-EXPIRADA           VALUE 'X'.
000530     05 FILLER                    PIC X(01).
000540     05 REG-ORD-FREQUENCIA        PIC X(01).
000550        88 REG-ORD-DIARIA             VALUE 'D'.
000560        88 REG-ORD-SEMANAL            VALUE 'S'.
000570        88 REG-ORD-MENSAL             VALUE 'M'.
000580        88 REG-ORD-FIM-MES            VALUE 'F'.
000590     05 FILLER                    PIC X(01).
000600     05 REG-ORD-DIA               PIC 9(02).
000610     05 FILLER                    PIC X(01).
000620     05 REG-ORD-DATA-INICIO       PIC 9(08).
000630     05 FILLER                    PIC X(01).
000640     05 REG-ORD-DATA-FIM          PIC 9(08).
000650     05 FILLER                    PIC X(01).
000660     05 REG-ORD-PADRAO-REF        PIC X(12).
000670     05 FILLER                    PIC X(01).
000680     05 REG-ORD-PEDIDO            PIC X(96).
000690     05 FILLER                    PIC X(01).
000700     05 REG-ORD-DATA-INCLUSAO     PIC 9(08).
000710     05 FILLER                    PIC X(01).
000720     05 REG-ORD-DATA-ALTERACAO    PIC 9(08).
000730     05 FILLER                    PIC X(01).
000740     05 REG-ORD-ULT-OCORRENCIA    PIC 9(08).
000750     05 FILLER                    PIC X(01).
000760     05 REG-ORD-DATA-ULT-GERACAO  PIC 9(08).
000770     05 FILLER                    PIC X(01).
000780     05 REG-ORD-QTDE-GERADOS      PIC 9(05).
000790     05 FILLER                    PIC X(01).
000800     05 REG-ORD-ULT-REFERENCIA    PIC X(12).
000810     05 FILLER                    PIC X(48).
000820
000830 FD  RELORDL
000840     RECORDING MODE IS F.
000850 01  REG-RELORDL                 PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 77 WRK-FS-ORDPER                PIC X(02) VALUE ZEROS.
000880 77 WRK-FS-RELORDL               PIC X(02) VALUE ZEROS.
000890 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000900 77 WRK-SW-FIM-ORDPER            PIC X(01) VALUE 'N'.
000910    88 WRK-FIM-ORDPER                VALUE 'S'.
000920 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000930 77 WRK-DATA-EDITAR              PIC 9(08) VALUE ZEROS.
000940 77 WRK-DATA-SAIDA               PIC X(10) VALUE SPACES.
000950 77 WRK-SEM-FIM                  PIC 9(08) VALUE 99999999.
000960 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
000970 77 WRK-QTDE-ATIVAS              PIC 9(05) VALUE ZEROS.
000980 77 WRK-QTDE-SUSPENSAS           PIC 9(05) VALUE ZEROS.
000990 77 WRK-QTDE-ENCERRADAS          PIC 9(05) VALUE ZEROS.
001000 77 WRK-QTDE-EXPIRADAS           PIC 9(05) VALUE ZEROS.
001010 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001020 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001030 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001040
001050 01 WRK-DATA-EDITADA.
001060    05 WRK-DTE-DIA               PIC X(02).
001070    05 FILLER                    PIC X(01) VALUE '/'.
001080    05 WRK-DTE-MES               PIC X(02).
001090    05 FILLER                    PIC X(01) VALUE '/'.
001100    05 WRK-DTE-ANO               PIC X(04).
001110
001120 01 CAB-LINHA-1.
001130    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001140    05 FILLER                    PIC X(42) VALUE
001150       'CADASTRO DE ORDENS PERMANENTES            '.
001160    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001170    05 CAB-EMI-DIA               PIC X(02).
001180    05 FILLER                    PIC X(01) VALUE '/'.
001190    05 CAB-EMI-MES               PIC X(02).
001200    05 FILLER                    PIC X(01) VALUE '/'.
001210    05 CAB-EMI-ANO               PIC X(04).
001220    05 FILLER                    PIC X(06) VALUE SPACES.
001230    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001240    05 CAB-PAGINA                PIC ZZZ9.
001250    05 FILLER                    PIC X(46) VALUE SPACES.
001260
001270 01 CAB-COLUNAS.
001280    05 FILLER                    PIC X(11) VALUE ' SOLICIT.'.
001290    05 FILLER                    PIC X(06) VALUE 'ORDEM'.
001300    05 FILLER                    PIC X(11) VALUE 'SITUACAO'.
001310    05 FILLER                    PIC X(11) VALUE 'FREQUENCIA'.
001320    05 FILLER                    PIC X(04) VALUE 'DIA'.
001330    05 FILLER                    PIC X(12) VALUE 'INICIO'.
001340    05 FILLER                    PIC X(12) VALUE 'FIM'.
001350    05 FILLER                    PIC X(14) VALUE 'PADRAO REF.'.
001360    05 FILLER                    PIC X(12) VALUE 'ULT.OCORR.'.
001370    05 FILLER                    PIC X(14) VALUE 'ULT.REFER.'.
001380    05 FILLER                    PIC X(08) VALUE 'GERADOS'.
001390    05 FILLER                    PIC X(17) VALUE 'INCLUIDA'.
001400
001410 01 DET-LINHA.
001420    05 FILLER                    PIC X(01) VALUE SPACES.
001430    05 DET-SOLICITANTE           PIC X(08).
001440    05 FILLER                    PIC X(02) VALUE SPACES.
001450    05 DET-CODIGO                PIC X(04).
001460    05 FILLER                    PIC X(02) VALUE SPACES.
001470    05 DET-SITUACAO              PIC X(09).
001480    05 FILLER                    PIC X(02) VALUE SPACES.
001490    05 DET-FREQUENCIA            PIC X(10).
001500    05 FILLER                    PIC X(01) VALUE SPACES.
001510    05 DET-DIA                   PIC X(02).
001520    05 FILLER                    PIC X(02) VALUE SPACES.
001530    05 DET-INICIO                PIC X(10).
001540    05 FILLER                    PIC X(02) VALUE SPACES.
001550    05 DET-FIM                   PIC X(10).
001560    05 FILLER                    PIC X(02) VALUE SPACES.
001570    05 DET-PADRAO                PIC X(12).
001580    05 FILLER                    PIC X(02) VALUE SPACES.
001590    05 DET-ULT-OCORRENCIA        PIC X(10).
001600    05 FILLER                    PIC X(02) VALUE SPACES.
001610    05 DET-ULT-REFERENCIA        PIC X(12).
001620    05 FILLER                    PIC X(02) VALUE SPACES.
001630    05 DET-QTDE-GERADOS          PIC ZZ,ZZ9.
001640    05 FILLER                    PIC X(02) VALUE SPACES.
001650    05 DET-INCLUSAO              PIC X(10).
001660    05 FILLER                    PIC X(07) VALUE SPACES.
001670
001680 01 DET-LINHA-PEDIDO.
001690    05 FILLER                    PIC X(11) VALUE SPACES.
001700    05 FILLER                    PIC X(08) VALUE 'PEDIDO: '.
001710    05 DET-PEDIDO                PIC X(96).
001720    05 FILLER                    PIC X(17) VALUE SPACES.
001730
001740 01 TOT-LINHA-1.
001750    05 FILLER                    PIC X(26) VALUE
001760       'ORDENS CADASTRADAS......: '.
001770    05 TOT-LIDOS                 PIC ZZ,ZZ9.
001780    05 FILLER                    PIC X(100) VALUE SPACES.
001790
001800 01 TOT-LINHA-2.
001810    05 FILLER                    PIC X(26) VALUE
001820       'ATIVAS..................: '.
001830    05 TOT-ATIVAS                PIC ZZ,ZZ9.
001840    05 FILLER                    PIC X(100) VALUE SPACES.
001850
001860 01 TOT-LINHA-3.
001870    05 FILLER                    PIC X(26) VALUE
001880       'SUSPENSAS...............: '.
001890    05 TOT-SUSPENSAS             PIC ZZ,ZZ9.
001900    05 FILLER                    PIC X(100) VALUE SPACES.
001910
001920 01 TOT-LINHA-4.
001930    05 FILLER                    PIC X(26) VALUE
001940       'ENCERRADAS..............: '.
001950    05 TOT-ENCERRADAS            PIC ZZ,ZZ9.
001960    05 FILLER                    PIC X(100) VALUE SPACES.
001970
001980 01 TOT-LINHA-5.
001990    05 FILLER                    PIC X(26) VALUE
002000       'EXPIRADAS...............: '.
002010    05 TOT-EXPIRADAS             PIC ZZ,ZZ9.
002020    05 FILLER                    PIC X(100) VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060
002070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002080
002090     PERFORM 3000-LISTAR-ORDEM THRU 3000-EXIT
002100         UNTIL WRK-FIM-ORDPER
002110
002120     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
002130     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002140
002150******************************************************************
002160* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EMISSAO E *
002170*                    FAZ A LEITURA INICIAL.                      *
002180******************************************************************
002190 1000-INICIALIZAR.
002200
002210     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002220
002230     OPEN INPUT ORDPER
002240     IF WRK-FS-ORDPER NOT = '00'
002250        DISPLAY 'SOLORDL - ERRO AO ABRIR ORDPER - FS='
002260                WRK-FS-ORDPER
002270        MOVE 'S' TO WRK-SW-FIM-ORDPER
002280        MOVE 16  TO WRK-RETORNO
002290     END-IF
002300
002310     OPEN OUTPUT RELORDL
002320     IF WRK-FS-RELORDL NOT = '00'
002330        DISPLAY 'SOLORDL - ERRO AO ABRIR RELORDL - FS='
002340                WRK-FS-RELORDL
002350        MOVE 'S' TO WRK-SW-FIM-ORDPER
002360        MOVE 16  TO WRK-RETORNO
002370     END-IF
002380
002390     IF NOT WRK-FIM-ORDPER
002400        PERFORM 2000-LER-ORDPER THRU 2000-EXIT
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460* 2000-LER-ORDPER - LE A PROXIMA ORDEM DO CADASTRO.              *
002470******************************************************************
002480 2000-LER-ORDPER.
002490
002500     READ ORDPER
002510         AT END
002520            MOVE 'S' TO WRK-SW-FIM-ORDPER
002530         NOT AT END
002540            ADD 1 TO WRK-QTDE-LIDOS
002550     END-READ.
002560 2000-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600* 3000-LISTAR-ORDEM - IMPRIME AS DUAS LINHAS DA ORDEM (AGENDA E  *
002610*                     PEDIDO) E CONTA AS ORDENS POR SITUACAO.    *
002620******************************************************************
002630 3000-LISTAR-ORDEM.
002640
002650     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 1
002660        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002670     END-IF
002680
002690     MOVE REG-ORD-SOLICITANTE  TO DET-SOLICITANTE
002700     MOVE REG-ORD-CODIGO       TO DET-CODIGO
002710     EVALUATE TRUE
002720        WHEN REG-ORD-ATIVA
002730           MOVE 'ATIVA'      TO DET-SITUACAO
002740           ADD 1 TO WRK-QTDE-ATIVAS
002750        WHEN REG-ORD-SUSPENSA
002760           MOVE 'SUSPENSA'   TO DET-SITUACAO
002770           ADD 1 TO WRK-QTDE-SUSPENSAS
002780        WHEN REG-ORD-ENCERRADA
002790           MOVE 'ENCERRADA'  TO DET-SITUACAO
002800           ADD 1 TO WRK-QTDE-ENCERRADAS
002810        WHEN OTHER
002820           MOVE 'EXPIRADA'   TO DET-SITUACAO
002830           ADD 1 TO WRK-QTDE-EXPIRADAS
002840     END-EVALUATE
002850     EVALUATE TRUE
002860        WHEN REG-ORD-DIARIA
002870           MOVE 'DIARIA'     TO DET-FREQUENCIA
002880        WHEN REG-ORD-SEMANAL
002890           MOVE 'SEMANAL'    TO DET-FREQUENCIA
002900        WHEN REG-ORD-MENSAL
002910           MOVE 'MENSAL'     TO DET-FREQUENCIA
002920        WHEN REG-ORD-FIM-MES
002930           MOVE 'FIM DE MES' TO DET-FREQUENCIA
002940        WHEN OTHER
002950           MOVE REG-ORD-FREQUENCIA TO DET-FREQUENCIA
002960     END-EVALUATE
002970     IF REG-ORD-SEMANAL OR REG-ORD-MENSAL
002980        MOVE REG-ORD-DIA     TO DET-DIA
002990     ELSE
003000        MOVE SPACES          TO DET-DIA
003010     END-IF
003020
003030     MOVE REG-ORD-DATA-INICIO TO WRK-DATA-EDITAR
003040     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
003050     MOVE WRK-DATA-SAIDA      TO DET-INICIO
003060     MOVE REG-ORD-DATA-FIM    TO WRK-DATA-EDITAR
003070     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
003080     MOVE WRK-DATA-SAIDA      TO DET-FIM
003090     MOVE REG-ORD-PADRAO-REF  TO DET-PADRAO
003100     MOVE REG-ORD-ULT-OCORRENCIA TO WRK-DATA-EDITAR
003110     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
003120     MOVE WRK-DATA-SAIDA      TO DET-ULT-OCORRENCIA
003130     MOVE REG-ORD-ULT-REFERENCIA TO DET-ULT-REFERENCIA
003140     MOVE REG-ORD-QTDE-GERADOS   TO DET-QTDE-GERADOS
003150     MOVE REG-ORD-DATA-INCLUSAO  TO WRK-DATA-EDITAR
003160     PERFORM 6100-EDITAR-DATA THRU 6100-EXIT
003170     MOVE WRK-DATA-SAIDA      TO DET-INCLUSAO
003180
003190     MOVE DET-LINHA TO REG-RELORDL
003200     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003210     MOVE REG-ORD-PEDIDO TO DET-PEDIDO
003220     MOVE DET-LINHA-PEDIDO TO REG-RELORDL
003230     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003240
003250     PERFORM 2000-LER-ORDPER THRU 2000-EXIT.
003260 3000-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 6100-EDITAR-DATA - EDITA UMA DATA AAAAMMDD COMO DD/MM/AAAA     *
003310*                    (ZERO = BRANCO, 99999999 = SEM FIM).        *
003320******************************************************************
003330 6100-EDITAR-DATA.
003340
003350     IF WRK-DATA-EDITAR IS NOT NUMERIC
003360        OR WRK-DATA-EDITAR = ZEROS
003370        MOVE SPACES TO WRK-DATA-SAIDA
003380        GO TO 6100-EXIT
003390     END-IF
003400     IF WRK-DATA-EDITAR = WRK-SEM-FIM
003410        MOVE 'SEM FIM' TO WRK-DATA-SAIDA
003420        GO TO 6100-EXIT
003430     END-IF
003440
003450     MOVE WRK-DATA-EDITAR (7:2) TO WRK-DTE-DIA
003460     MOVE WRK-DATA-EDITAR (5:2) TO WRK-DTE-MES
003470     MOVE WRK-DATA-EDITAR (1:4) TO WRK-DTE-ANO
003480     MOVE WRK-DATA-EDITADA      TO WRK-DATA-SAIDA.
003490 6100-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
003540*                           DA LISTAGEM.                         *
003550******************************************************************
003560 7000-IMPRIMIR-CABECALHO.
003570
003580     ADD 1 TO WRK-PAG-CONTADOR
003590     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
003600     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
003610     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
003620     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
003630
003640     MOVE CAB-LINHA-1 TO REG-RELORDL
003650     WRITE REG-RELORDL AFTER ADVANCING PAGE
003660     MOVE SPACES TO REG-RELORDL
003670     WRITE REG-RELORDL AFTER ADVANCING 1 LINE
003680     MOVE CAB-COLUNAS TO REG-RELORDL
003690     WRITE REG-RELORDL AFTER ADVANCING 1 LINE
003700     MOVE SPACES TO REG-RELORDL
003710     WRITE REG-RELORDL AFTER ADVANCING 1 LINE
003720     MOVE 5 TO WRK-LIN-CONTADOR.
003730 7000-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DA LISTAGEM E ATUALIZA O   *
003780*                     CONTADOR DE LINHAS DA PAGINA.              *
003790******************************************************************
003800 7100-GRAVAR-LINHA.
003810
003820     WRITE REG-RELORDL AFTER ADVANCING 1 LINE
003830     ADD 1 TO WRK-LIN-CONTADOR.
003840 7100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA LISTAGEM.          *
003890******************************************************************
003900 8000-IMPRIMIR-TOTAIS.
003910
003920     IF WRK-RETORNO = 16
003930        GO TO 8000-EXIT
003940     END-IF
003950     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 5
003960        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003970     END-IF
003980     MOVE SPACES TO REG-RELORDL
003990     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004000     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
004010     MOVE TOT-LINHA-1 TO REG-RELORDL
004020     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004030     MOVE WRK-QTDE-ATIVAS TO TOT-ATIVAS
004040     MOVE TOT-LINHA-2 TO REG-RELORDL
004050     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004060     MOVE WRK-QTDE-SUSPENSAS TO TOT-SUSPENSAS
004070     MOVE TOT-LINHA-3 TO REG-RELORDL
004080     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004090     MOVE WRK-QTDE-ENCERRADAS TO TOT-ENCERRADAS
004100     MOVE TOT-LINHA-4 TO REG-RELORDL
004110     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004120     MOVE WRK-QTDE-EXPIRADAS TO TOT-EXPIRADAS
004130     MOVE TOT-LINHA-5 TO REG-RELORDL
004140     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004150
004160     DISPLAY 'SOLORDL - ORDENS ' WRK-QTDE-LIDOS
004170             ' ATIVAS ' WRK-QTDE-ATIVAS
004180             ' SUSPENSAS ' WRK-QTDE-SUSPENSAS.
004190 8000-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
004240*                 ENCERRA O PROGRAMA.                            *
004250******************************************************************
004260 9999-ENCERRAR.
004270
004280     CLOSE ORDPER
004290     CLOSE RELORDL
004300     MOVE WRK-RETORNO TO RETURN-CODE
004310     STOP RUN.
004320 9999-EXIT.
004330     EXIT.
004340
004350 END PROGRAM SOLORDL.
