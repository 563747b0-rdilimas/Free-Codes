000010******************************************************************
000020* PROGRAM  : SOLAGE                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : ENVELHECIMENTO DOS PEDIDOS PARADOS. PERCORRE O      *
000070*            CADASTRO DE PEDIDOS (PEDREG) E LISTA OS PEDIDOS QUE *
000080*            ESTAO HA MAIS DE N DIAS (PARM; SEM PARM, 7) NA      *
000090*            SITUACAO REJEITADO (R, AGUARDANDO CORRECAO DO       *
000100*            SOLICITANTE) OU ADIADO (F, AGUARDANDO A RODADA DE   *
000110*            FIM DE SEMANA), COM A IDADE EM DIAS, A RODADA E O   *
000120*            ULTIMO EVENTO REGISTRADO. RODAR DIARIAMENTE, DEPOIS *
000130*            DO SOLJOB.                                          *
000140*                                                                *
000150*            RETURN-CODES: 0 = NENHUM PEDIDO PARADO ALEM DO      *
000160*            PRAZO; 4 = HA PEDIDO PARADO ALEM DO PRAZO; 16 =     *
000170*            ERRO DE ABERTURA DE ARQUIVO.                        *
000180******************************************************************
000190* MODIFICATION HISTORY                                           *
000200*  DATE       INIC  DESCRICAO                                    *
000210*  15/10/2026 RL    VERSAO INICIAL - PEDIDOS REJEITADOS OU       *
000220*                   ADIADOS HA MAIS DE N DIAS.                   *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.     SOLAGE.
000260 AUTHOR.         ROBSON LIMA.
000270 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000280 DATE-WRITTEN.   15/10/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PEDREG ASSIGN TO PEDREG
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS REG-PRG-CHAVE
000370         FILE STATUS IS WRK-FS-PEDREG.
000380     SELECT RELAGE ASSIGN TO RELAGE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-FS-RELAGE.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PEDREG.
000440 01  REG-PEDREG.
000450     05 REG-PRG-CHAVE.
000460        10 REG-PRG-SOLICITANTE      PIC X(08).
000470        10 REG-PRG-REFERENCIA       PIC X(12).
000480     05 FILLER                    PIC X(01).
000490     05 REG-PRG-SITUACAO          PIC X(01).
000500        88 REG-PRG-ACEITO             VALUE 'A'.
000510        88 REG-PRG-REJEITADO          VALUE 'R'.
000520        88 REG-PRG-ADIADO             VALUE 'F'.
000530        88 REG-PRG-CAPACIDADE         VALUE 'C'.
000540        88 REG-PRG-GERADO             VALUE 'G'.
000550        88 REG-PRG-ENTREGUE           VALUE 'E'.
000560     05 FILLER                    PIC X(01).
000570     05 REG-PRG-DATA-SITUACAO     PIC X(08).
000580     05 FILLER                    PIC X(01).
000590     05 REG-PRG-RODADA            PIC 9(05).
000600     05 FILLER                    PIC X(01).
000610     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
000620     05 FILLER                    PIC X(01).
000630     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
000640     05 FILLER                    PIC X(01).
000650     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
000660     05 FILLER                    PIC X(01).
000670     05 REG-PRG-EVENTO OCCURS 12 TIMES.
000680        10 REG-PRG-EVT-SITUACAO     PIC X(01).
000690        10 REG-PRG-EVT-DATA         PIC X(08).
000700        10 REG-PRG-EVT-HORA         PIC X(08).
000710        10 REG-PRG-EVT-RODADA       PIC 9(05).
000720        10 REG-PRG-EVT-ORIGEM       PIC X(08).
000730        10 REG-PRG-EVT-COMPL        PIC X(08).
000740
000750 FD  RELAGE
000760     RECORDING MODE IS F.
000770 01  REG-RELAGE                  PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
000800 77 WRK-FS-RELAGE                PIC X(02) VALUE ZEROS.
000810 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000820 77 WRK-SW-FIM-PEDREG            PIC X(01) VALUE 'N'.
000830    88 WRK-FIM-PEDREG                VALUE 'S'.
000840 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000850 77 WRK-PRAZO-DIAS               PIC 9(03) VALUE 007.
000860 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
000870 77 WRK-QTDE-REJ-PARADOS         PIC 9(07) VALUE ZEROS.
000880 77 WRK-QTDE-ADI-PARADOS         PIC 9(07) VALUE ZEROS.
000890 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
000900 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
000910 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
000920 77 WRK-DIAS-HOJE                PIC S9(07) COMP VALUE ZEROS.
000930 77 WRK-DIAS-IDADE               PIC S9(07) COMP VALUE ZEROS.
000940 77 WRK-ULT-EVENTO               PIC S9(04) COMP VALUE ZEROS.
000950
000960 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
000970 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
000980    05 WRK-DTC-ANO               PIC 9(04).
000990    05 WRK-DTC-MES               PIC 9(02).
001000    05 WRK-DTC-DIA               PIC 9(02).
001010 01 WRK-DTC-DIAS                 PIC S9(07) COMP VALUE ZEROS.
001020 01 WRK-DTC-ANO-T                PIC S9(05) COMP VALUE ZEROS.
001030 01 WRK-DTC-MES-T                PIC S9(04) COMP VALUE ZEROS.
001040 01 WRK-DTC-PARCELA              PIC S9(07) COMP VALUE ZEROS.
001050
001060 01 CAB-LINHA-1.
001070    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001080    05 FILLER                    PIC X(40) VALUE
001090       'PEDIDOS PARADOS - REJEITADOS E ADIADOS  '.
001100    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001110    05 CAB-EMI-DIA               PIC X(02).
001120    05 FILLER                    PIC X(01) VALUE '/'.
001130    05 CAB-EMI-MES               PIC X(02).
001140    05 FILLER                    PIC X(01) VALUE '/'.
001150    05 CAB-EMI-ANO               PIC X(04).
001160    05 FILLER                    PIC X(06) VALUE SPACES.
001170    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001180    05 CAB-PAGINA                PIC ZZZ9.
001190    05 FILLER                    PIC X(04) VALUE SPACES.
001200    05 FILLER                    PIC X(16) VALUE
001210       'PRAZO (DIAS): '.
001220    05 CAB-PRAZO                 PIC ZZ9.
001230    05 FILLER                    PIC X(25) VALUE SPACES.
001240
001250 01 CAB-COLUNAS.
001260    05 FILLER                    PIC X(01) VALUE SPACES.
001270    05 FILLER                    PIC X(08) VALUE 'SOLICIT.'.
001280    05 FILLER                    PIC X(02) VALUE SPACES.
001290    05 FILLER                    PIC X(12) VALUE 'REFERENCIA'.
001300    05 FILLER                    PIC X(02) VALUE SPACES.
001310    05 FILLER                    PIC X(12) VALUE 'SITUACAO'.
001320    05 FILLER                    PIC X(02) VALUE SPACES.
001330    05 FILLER                    PIC X(10) VALUE 'DESDE'.
001340    05 FILLER                    PIC X(02) VALUE SPACES.
001350    05 FILLER                    PIC X(05) VALUE ' DIAS'.
001360    05 FILLER                    PIC X(02) VALUE SPACES.
001370    05 FILLER                    PIC X(06) VALUE 'RODADA'.
001380    05 FILLER                    PIC X(02) VALUE SPACES.
001390    05 FILLER                    PIC X(10) VALUE 'INCLUIDO'.
001400    05 FILLER                    PIC X(02) VALUE SPACES.
001410    05 FILLER                    PIC X(26) VALUE
001420       'ULTIMO EVENTO (ORIGEM)'.
001430    05 FILLER                    PIC X(05) VALUE 'RECUS'.
001440    05 FILLER                    PIC X(23) VALUE SPACES.
001450
001460 01 DET-LINHA.
001470    05 FILLER                    PIC X(01) VALUE SPACES.
001480    05 DET-SOLICITANTE           PIC X(08).
001490    05 FILLER                    PIC X(02) VALUE SPACES.
001500    05 DET-REFERENCIA            PIC X(12).
001510    05 FILLER                    PIC X(02) VALUE SPACES.
001520    05 DET-SITUACAO              PIC X(12).
001530    05 FILLER                    PIC X(02) VALUE SPACES.
001540    05 DET-DESDE.
001550       10 DET-DESDE-DIA          PIC X(02).
001560       10 FILLER                 PIC X(01) VALUE '/'.
001570       10 DET-DESDE-MES          PIC X(02).
001580       10 FILLER                 PIC X(01) VALUE '/'.
001590       10 DET-DESDE-ANO          PIC X(04).
001600    05 FILLER                    PIC X(02) VALUE SPACES.
001610    05 DET-DIAS                  PIC ZZZZ9.
001620    05 FILLER                    PIC X(02) VALUE SPACES.
001630    05 DET-RODADA                PIC ZZZZ9.
001640    05 FILLER                    PIC X(03) VALUE SPACES.
001650    05 DET-INCLUSAO.
001660       10 DET-INCL-DIA           PIC X(02).
001670       10 FILLER                 PIC X(01) VALUE '/'.
001680       10 DET-INCL-MES           PIC X(02).
001690       10 FILLER                 PIC X(01) VALUE '/'.
001700       10 DET-INCL-ANO           PIC X(04).
001710    05 FILLER                    PIC X(02) VALUE SPACES.
001720    05 DET-EVT-COMPL             PIC X(08).
001730    05 FILLER                    PIC X(02) VALUE ' ('.
001740    05 DET-EVT-ORIGEM            PIC X(08).
001750    05 FILLER                    PIC X(01) VALUE ')'.
001760    05 FILLER                    PIC X(07) VALUE SPACES.
001770    05 DET-RECUSAS               PIC ZZ9.
001780    05 FILLER                    PIC X(25) VALUE SPACES.
001790
001800 01 TOT-LINHA-1.
001810    05 FILLER                    PIC X(30) VALUE
001820       'PEDIDOS NO CADASTRO.........: '.
001830    05 TOT-LIDOS                 PIC Z,ZZZ,ZZ9.
001840    05 FILLER                    PIC X(93) VALUE SPACES.
001850
001860 01 TOT-LINHA-2.
001870    05 FILLER                    PIC X(30) VALUE
001880       'REJEITADOS ALEM DO PRAZO....: '.
001890    05 TOT-REJ-PARADOS           PIC Z,ZZZ,ZZ9.
001900    05 FILLER                    PIC X(93) VALUE SPACES.
001910
001920 01 TOT-LINHA-3.
001930    05 FILLER                    PIC X(30) VALUE
001940       'ADIADOS ALEM DO PRAZO.......: '.
001950    05 TOT-ADI-PARADOS           PIC Z,ZZZ,ZZ9.
001960    05 FILLER                    PIC X(93) VALUE SPACES.
001970
001980 LINKAGE SECTION.
001990 01 LK-PARM.
002000    05 LK-PARM-TAM               PIC S9(04) COMP.
002010    05 LK-PARM-PRAZO             PIC X(03).
002020
002030 PROCEDURE DIVISION USING LK-PARM.
002040 0000-MAINLINE.
002050
002060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002070
002080     PERFORM 3000-AVALIAR-PEDIDO THRU 3000-EXIT
002090         UNTIL WRK-FIM-PEDREG
002100
002110     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
002120     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002130
002140******************************************************************
002150* 1000-INICIALIZAR - INTERPRETA O PARM (PRAZO EM DIAS), CALCULA  *
002160*                    A CONTAGEM DE DIAS DE HOJE, ABRE OS         *
002170*                    ARQUIVOS E FAZ A LEITURA INICIAL.           *
002180******************************************************************
002190 1000-INICIALIZAR.
002200
002210     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002220     MOVE WRK-DATA-EMISSAO TO WRK-DTC-DATA
002230     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
002240     MOVE WRK-DTC-DIAS TO WRK-DIAS-HOJE
002250
002260     IF LK-PARM-TAM > ZEROS
002270        AND LK-PARM-PRAZO IS NUMERIC
002280        MOVE LK-PARM-PRAZO TO WRK-PRAZO-DIAS
002290     END-IF
002300     DISPLAY 'SOLAGE - PRAZO (DIAS): ' WRK-PRAZO-DIAS
002310
002320     OPEN INPUT PEDREG
002330     IF WRK-FS-PEDREG NOT = '00'
002340        DISPLAY 'SOLAGE - ERRO AO ABRIR PEDREG - FS='
002350                WRK-FS-PEDREG
002360        MOVE 'S' TO WRK-SW-FIM-PEDREG
002370        MOVE 16  TO WRK-RETORNO
002380     END-IF
002390
002400     OPEN OUTPUT RELAGE
002410     IF WRK-FS-RELAGE NOT = '00'
002420        DISPLAY 'SOLAGE - ERRO AO ABRIR RELAGE - FS='
002430                WRK-FS-RELAGE
002440        MOVE 'S' TO WRK-SW-FIM-PEDREG
002450        MOVE 16  TO WRK-RETORNO
002460     END-IF
002470
002480     IF NOT WRK-FIM-PEDREG
002490        PERFORM 2000-LER-PEDREG THRU 2000-EXIT
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 2000-LER-PEDREG - LE O PROXIMO PEDIDO DO CADASTRO.             *
002560******************************************************************
002570 2000-LER-PEDREG.
002580
002590     READ PEDREG
002600         AT END
002610            MOVE 'S' TO WRK-SW-FIM-PEDREG
002620         NOT AT END
002630            ADD 1 TO WRK-QTDE-LIDOS
002640     END-READ.
002650 2000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 3000-AVALIAR-PEDIDO - CALCULA HA QUANTOS DIAS O PEDIDO ESTA NA *
002700*                       SITUACAO ATUAL E, SE REJEITADO OU ADIADO *
002710*                       ALEM DO PRAZO, IMPRIME A LINHA.          *
002720******************************************************************
002730 3000-AVALIAR-PEDIDO.
002740
002750     IF NOT REG-PRG-REJEITADO AND NOT REG-PRG-ADIADO
002760        GO TO 3000-LER
002770     END-IF
002780     IF REG-PRG-DATA-SITUACAO NOT NUMERIC
002790        GO TO 3000-LER
002800     END-IF
002810
002820     MOVE REG-PRG-DATA-SITUACAO TO WRK-DTC-DATA
002830     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
002840     COMPUTE WRK-DIAS-IDADE = WRK-DIAS-HOJE - WRK-DTC-DIAS
002850     IF WRK-DIAS-IDADE NOT > WRK-PRAZO-DIAS
002860        GO TO 3000-LER
002870     END-IF
002880
002890     IF REG-PRG-REJEITADO
002900        ADD 1 TO WRK-QTDE-REJ-PARADOS
002910     ELSE
002920        ADD 1 TO WRK-QTDE-ADI-PARADOS
002930     END-IF
002940     PERFORM 4000-IMPRIMIR-PEDIDO THRU 4000-EXIT.
002950 3000-LER.
002960     PERFORM 2000-LER-PEDREG THRU 2000-EXIT.
002970 3000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 4000-IMPRIMIR-PEDIDO - IMPRIME A LINHA DO PEDIDO PARADO, COM O *
003020*                        ULTIMO EVENTO DO HISTORICO.             *
003030******************************************************************
003040 4000-IMPRIMIR-PEDIDO.
003050
003060     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003070        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003080     END-IF
003090
003100     MOVE REG-PRG-SOLICITANTE   TO DET-SOLICITANTE
003110     MOVE REG-PRG-REFERENCIA    TO DET-REFERENCIA
003120     IF REG-PRG-REJEITADO
003130        MOVE 'REJEITADO'        TO DET-SITUACAO
003140     ELSE
003150        MOVE 'ADIADO'           TO DET-SITUACAO
003160     END-IF
003170     MOVE REG-PRG-DATA-SITUACAO (7:2) TO DET-DESDE-DIA
003180     MOVE REG-PRG-DATA-SITUACAO (5:2) TO DET-DESDE-MES
003190     MOVE REG-PRG-DATA-SITUACAO (1:4) TO DET-DESDE-ANO
003200     MOVE WRK-DIAS-IDADE        TO DET-DIAS
003210     MOVE REG-PRG-RODADA        TO DET-RODADA
003220     MOVE REG-PRG-DATA-INCLUSAO (7:2) TO DET-INCL-DIA
003230     MOVE REG-PRG-DATA-INCLUSAO (5:2) TO DET-INCL-MES
003240     MOVE REG-PRG-DATA-INCLUSAO (1:4) TO DET-INCL-ANO
003250     MOVE REG-PRG-QTDE-RECUSAS  TO DET-RECUSAS
003260
003270     MOVE SPACES TO DET-EVT-COMPL DET-EVT-ORIGEM
003280     IF REG-PRG-QTDE-EVENTOS > 12
003290        MOVE 12 TO WRK-ULT-EVENTO
003300     ELSE
003310        MOVE REG-PRG-QTDE-EVENTOS TO WRK-ULT-EVENTO
003320     END-IF
003330     IF WRK-ULT-EVENTO > ZEROS
003340        MOVE REG-PRG-EVT-COMPL (WRK-ULT-EVENTO)  TO DET-EVT-COMPL
003350        MOVE REG-PRG-EVT-ORIGEM (WRK-ULT-EVENTO) TO DET-EVT-ORIGEM
003360     END-IF
003370
003380     MOVE DET-LINHA TO REG-RELAGE
003390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
003400 4000-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
003450*                           DO RELATORIO.                        *
003460******************************************************************
003470 7000-IMPRIMIR-CABECALHO.
003480
003490     ADD 1 TO WRK-PAG-CONTADOR
003500     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
003510     MOVE WRK-PRAZO-DIAS   TO CAB-PRAZO
003520     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
003530     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
003540     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
003550
003560     MOVE CAB-LINHA-1 TO REG-RELAGE
003570     WRITE REG-RELAGE AFTER ADVANCING PAGE
003580     MOVE SPACES TO REG-RELAGE
003590     WRITE REG-RELAGE AFTER ADVANCING 1 LINE
003600     MOVE CAB-COLUNAS TO REG-RELAGE
003610     WRITE REG-RELAGE AFTER ADVANCING 1 LINE
003620     MOVE SPACES TO REG-RELAGE
003630     WRITE REG-RELAGE AFTER ADVANCING 1 LINE
003640     MOVE 5 TO WRK-LIN-CONTADOR.
003650 7000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
003700*                     CONTADOR DE LINHAS DA PAGINA.              *
003710******************************************************************
003720 7100-GRAVAR-LINHA.
003730
003740     WRITE REG-RELAGE AFTER ADVANCING 1 LINE
003750     ADD 1 TO WRK-LIN-CONTADOR.
003760 7100-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS E DEFINE O RETURN-    *
003810*                        CODE: 4 QUANDO HA PEDIDO PARADO ALEM DO *
003820*                        PRAZO.                                  *
003830******************************************************************
003840 8000-IMPRIMIR-TOTAIS.
003850
003860     IF WRK-RETORNO = 16
003870        GO TO 8000-EXIT
003880     END-IF
003890     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003900        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003910     END-IF
003920     MOVE SPACES TO REG-RELAGE
003930     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003940     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
003950     MOVE TOT-LINHA-1 TO REG-RELAGE
003960     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003970     MOVE WRK-QTDE-REJ-PARADOS TO TOT-REJ-PARADOS
003980     MOVE TOT-LINHA-2 TO REG-RELAGE
003990     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004000     MOVE WRK-QTDE-ADI-PARADOS TO TOT-ADI-PARADOS
004010     MOVE TOT-LINHA-3 TO REG-RELAGE
004020     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004030
004040     DISPLAY 'SOLAGE - LIDOS ' WRK-QTDE-LIDOS
004050             ' REJEITADOS PARADOS ' WRK-QTDE-REJ-PARADOS
004060             ' ADIADOS PARADOS ' WRK-QTDE-ADI-PARADOS
004070
004080     IF WRK-QTDE-REJ-PARADOS > ZEROS
004090        OR WRK-QTDE-ADI-PARADOS > ZEROS
004100        IF WRK-RETORNO < 4
004110           MOVE 4 TO WRK-RETORNO
004120        END-IF
004130     END-IF.
004140 8000-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 9400-CONVERTER-DATA-DIAS - CONVERTE A DATA (AAAAMMDD) DE       *
004190*                            WRK-DTC-DATA EM CONTAGEM CORRIDA DE *
004200*                            DIAS (WRK-DTC-DIAS), PARA A         *
004210*                            DIFERENCA ENTRE DUAS DATAS SAIR POR *
004220*                            SUBTRACAO. JANEIRO E FEVEREIRO      *
004230*                            CONTAM COMO MESES 13 E 14 DO ANO    *
004240*                            ANTERIOR; CADA DIVISAO E INTEIRA.   *
004250******************************************************************
004260 9400-CONVERTER-DATA-DIAS.
004270
004280     MOVE WRK-DTC-ANO TO WRK-DTC-ANO-T
004290     MOVE WRK-DTC-MES TO WRK-DTC-MES-T
004300     IF WRK-DTC-MES-T < 3
004310        SUBTRACT 1 FROM WRK-DTC-ANO-T
004320        ADD 12 TO WRK-DTC-MES-T
004330     END-IF
004340     COMPUTE WRK-DTC-DIAS = (365 * WRK-DTC-ANO-T) + WRK-DTC-DIA
004350     DIVIDE WRK-DTC-ANO-T BY 4 GIVING WRK-DTC-PARCELA
004360     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
004370     DIVIDE WRK-DTC-ANO-T BY 100 GIVING WRK-DTC-PARCELA
004380     SUBTRACT WRK-DTC-PARCELA FROM WRK-DTC-DIAS
004390     DIVIDE WRK-DTC-ANO-T BY 400 GIVING WRK-DTC-PARCELA
004400     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
004410     COMPUTE WRK-DTC-PARCELA = 153 * (WRK-DTC-MES-T + 1)
004420     DIVIDE WRK-DTC-PARCELA BY 5 GIVING WRK-DTC-PARCELA
004430     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS.
004440 9400-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
004490*                 ENCERRA O PROGRAMA.                            *
004500******************************************************************
004510 9999-ENCERRAR.
004520
004530     CLOSE PEDREG
004540     CLOSE RELAGE
004550     MOVE WRK-RETORNO TO RETURN-CODE
004560     STOP RUN.
004570 9999-EXIT.
004580     EXIT.
004590
004600 END PROGRAM SOLAGE.
