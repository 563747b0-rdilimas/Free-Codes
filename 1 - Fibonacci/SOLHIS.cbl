000230*  DATE       INIC  DESCRICAO                                    *
000240*  02/09/2026 RL    VERSAO INICIAL - HISTORICO DE OPERACAO DAS   *
000250*                   RODADAS COM DESTAQUES E DIAS SEM RODADA.     *
000260*  15/10/2026 RL    A MARCA DE INICIO DO SOLEXT (RETURN-CODE 99) *
000270*                   E O REENVIO DE RODADA ANTIGA NAO SOBREPOEM O *
000280*                   RETURN-CODE DE EXTRACAO DA RODADA CORRENTE.  *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     SOLHIS.
000320 AUTHOR.         ROBSON LIMA.
000330 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000340 DATE-WRITTEN.   02/09/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RUNCTL ASSIGN TO RUNCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-FS-RUNCTL.
000420     SELECT RELHIS ASSIGN TO RELHIS
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-FS-RELHIS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RUNCTL
000480     RECORDING MODE IS F.
000490 01  REG-RUNCTL.
000500     05 REG-RUN-TIPO              PIC X(01).
000510        88 REG-RUN-REG-RODADA         VALUE 'R'.
000520        88 REG-RUN-REG-PASSO          VALUE 'S'.
000530     05 FILLER                    PIC X(01).
000540     05 REG-RUN-RODADA            PIC 9(05).
000550     05 FILLER                    PIC X(01).
000560     05 REG-RUN-DATA              PIC X(08).
000570     05 FILLER                    PIC X(01).
000580     05 REG-RUN-CORPO.
000590        10 REG-RUN-HORA-INI        PIC X(08).
000600        10 FILLER                  PIC X(01).
000610        10 REG-RUN-HORA-FIM        PIC X(08).
000620        10 FILLER                  PIC X(01).
000630        10 REG-RUN-RETORNO         PIC 9(02).
000640        10 FILLER                  PIC X(01).
000650        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
000660        10 FILLER                  PIC X(01).
000670        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
000680        10 FILLER                  PIC X(01).
000690        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
000700        10 FILLER                  PIC X(01).
000710        10 REG-RUN-QTDE-RETOM      PIC 9(05).
000720     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
000730        10 REG-RUN-PAS-HORA        PIC X(08).
000740        10 FILLER                  PIC X(01).
000750        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
000760        10 FILLER                  PIC X(01).
000770        10 REG-RUN-PAS-RETORNO     PIC 9(02).
000780        10 FILLER                  PIC X(26).
000790
000800 FD  RELHIS
000810     RECORDING MODE IS F.
000820 01  REG-RELHIS                  PIC X(132).
000830 WORKING-STORAGE SECTION.
000840 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
000850 77 WRK-FS-RELHIS                PIC X(02) VALUE ZEROS.
000860 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000870 77 WRK-SW-FIM-RUNCTL            PIC X(01) VALUE 'N'.
000880    88 WRK-FIM-RUNCTL                VALUE 'S'.
000890 77 WRK-SW-TABELA-CHEIA          PIC X(01) VALUE 'N'.
000900    88 WRK-TABELA-CHEIA              VALUE 'S'.
000910 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000920 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
000930 77 WRK-QTDE-RODADAS             PIC S9(04) COMP VALUE ZEROS.
000940 77 WRK-MAX-RODADAS              PIC S9(04) COMP VALUE 500.
000950 77 WRK-QTDE-MOSTRAR             PIC 9(03) VALUE 030.
000960 77 WRK-IND-TAB                  PIC S9(04) COMP VALUE ZEROS.
000970 77 WRK-IND-INICIAL              PIC S9(04) COMP VALUE ZEROS.
000980 77 WRK-RC-EDIT-PEND             PIC X(02) VALUE SPACES.
000990 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001000 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001010 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001020 77 WRK-DIAS-ANTERIOR            PIC S9(07) COMP VALUE ZEROS.
001030 77 WRK-DIAS-CORRENTE            PIC S9(07) COMP VALUE ZEROS.
001040 77 WRK-DIAS-SALTO               PIC S9(07) COMP VALUE ZEROS.
001050
001060 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
001070 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
001080    05 WRK-DTC-ANO               PIC 9(04).
001090    05 WRK-DTC-MES               PIC 9(02).
001100    05 WRK-DTC-DIA               PIC 9(02).
001110 01 WRK-DTC-DIAS                 PIC S9(07) COMP VALUE ZEROS.
001120 01 WRK-DTC-ANO-T                PIC S9(05) COMP VALUE ZEROS.
001130 01 WRK-DTC-MES-T                PIC S9(04) COMP VALUE ZEROS.
001140
001150 01 TAB-HISTORICO.
001160    05 TAB-RODADA-REG OCCURS 500 TIMES.
001170       10 TAB-RODADA             PIC 9(05).
001180       10 TAB-DATA               PIC X(08).
001190       10 TAB-HORA-INI           PIC X(08).
001200       10 TAB-HORA-FIM           PIC X(08).
001210       10 TAB-RC-SOL             PIC X(02).
001220       10 TAB-RC-EDIT            PIC X(02).
001230       10 TAB-RC-BAL             PIC X(02).
001240       10 TAB-RC-EXT             PIC X(02).
001250       10 TAB-PEDIDOS            PIC 9(05).
001260       10 TAB-TERMOS             PIC 9(07).
001270       10 TAB-ADIADOS            PIC 9(05).
001280       10 TAB-RETOM              PIC 9(05).
001290
001300 01 CAB-LINHA-1.
001310    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001320    05 FILLER                    PIC X(40) VALUE
001330       'HISTORICO DE OPERACAO DAS RODADAS       '.
001340    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001350    05 CAB-EMI-DIA               PIC X(02).
001360    05 FILLER                    PIC X(01) VALUE '/'.
001370    05 CAB-EMI-MES               PIC X(02).
001380    05 FILLER                    PIC X(01) VALUE '/'.
001390    05 CAB-EMI-ANO               PIC X(04).
001400    05 FILLER                    PIC X(06) VALUE SPACES.
001410    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001420    05 CAB-PAGINA                PIC ZZZ9.
001430    05 FILLER                    PIC X(48) VALUE SPACES.
001440
001450 01 CAB-COLUNAS.
001460    05 FILLER                    PIC X(06) VALUE 'RODADA'.
001470    05 FILLER                    PIC X(02) VALUE SPACES.
001480    05 FILLER                    PIC X(10) VALUE 'DATA      '.
001490    05 FILLER                    PIC X(02) VALUE SPACES.
001500    05 FILLER                    PIC X(08) VALUE 'HORA-INI'.
001510    05 FILLER                    PIC X(01) VALUE SPACES.
001520    05 FILLER                    PIC X(08) VALUE 'HORA-FIM'.
001530    05 FILLER                    PIC X(02) VALUE SPACES.
001540    05 FILLER                    PIC X(15) VALUE
001550       'SOL ED  BAL EXT'.
001560    05 FILLER                    PIC X(02) VALUE SPACES.
001570    05 FILLER                    PIC X(07) VALUE 'PEDIDOS'.
001580    05 FILLER                    PIC X(02) VALUE SPACES.
001590    05 FILLER                    PIC X(09) VALUE '   TERMOS'.
001600    05 FILLER                    PIC X(02) VALUE SPACES.
001610    05 FILLER                    PIC X(07) VALUE 'ADIADOS'.
001620    05 FILLER                    PIC X(02) VALUE SPACES.
001630    05 FILLER                    PIC X(07) VALUE 'RETOMAD'.
001640    05 FILLER                    PIC X(02) VALUE SPACES.
001650    05 FILLER                    PIC X(40) VALUE 'OBSERVACAO'.
001660
001670 01 DET-LINHA.
001680    05 FILLER                    PIC X(01) VALUE SPACES.
001690    05 DET-RODADA                PIC ZZZZ9.
001700    05 FILLER                    PIC X(02) VALUE SPACES.
001710    05 DET-DATA                  PIC X(10).
001720    05 FILLER                    PIC X(02) VALUE SPACES.
001730    05 DET-HORA-INI              PIC X(08).
001740    05 FILLER                    PIC X(01) VALUE SPACES.
001750    05 DET-HORA-FIM              PIC X(08).
001760    05 FILLER                    PIC X(02) VALUE SPACES.
001770    05 DET-RC-SOL                PIC X(02).
001780    05 FILLER                    PIC X(02) VALUE SPACES.
001790    05 DET-RC-EDIT               PIC X(02).
001800    05 FILLER                    PIC X(02) VALUE SPACES.
001810    05 DET-RC-BAL                PIC X(02).
001820    05 FILLER                    PIC X(02) VALUE SPACES.
001830    05 DET-RC-EXT                PIC X(02).
001840    05 FILLER                    PIC X(03) VALUE SPACES.
001850    05 DET-PEDIDOS               PIC ZZZZ9.
001860    05 FILLER                    PIC X(02) VALUE SPACES.
001870    05 DET-TERMOS                PIC Z,ZZZ,ZZ9.
001880    05 FILLER                    PIC X(04) VALUE SPACES.
001890    05 DET-ADIADOS               PIC ZZZZ9.
001900    05 FILLER                    PIC X(04) VALUE SPACES.
001910    05 DET-RETOM                 PIC ZZZZ9.
001920    05 FILLER                    PIC X(02) VALUE SPACES.
001930    05 DET-OBS                   PIC X(30).
001940    05 FILLER                    PIC X(22) VALUE SPACES.
001950
001960 01 SALTO-LINHA.
001970    05 FILLER                    PIC X(22) VALUE
001980       '*** SEM RODADA DURANTE'.
001990    05 SALTO-DIAS                PIC ZZZZ9.
002000    05 FILLER                    PIC X(27) VALUE
002010       ' DIA(S) DE CALENDARIO *** '.
002020    05 FILLER                    PIC X(78) VALUE SPACES.
002030
002040 LINKAGE SECTION.
002050 01 LK-PARM.
002060    05 LK-PARM-TAM               PIC S9(04) COMP.
002070    05 LK-PARM-QTDE              PIC X(03).
002080
002090 PROCEDURE DIVISION USING LK-PARM.
002100 0000-MAINLINE.
002110
002120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002130
002140     PERFORM 3000-CLASSIFICAR-REGISTRO THRU 3000-EXIT
002150         UNTIL WRK-FIM-RUNCTL
002160
002170     PERFORM 5000-IMPRIMIR-HISTORICO THRU 5000-EXIT
002180     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002190
002200******************************************************************
002210* 1000-INICIALIZAR - INTERPRETA O PARM (QUANTIDADE DE RODADAS A  *
002220*                    MOSTRAR), ABRE OS ARQUIVOS E FAZ A LEITURA  *
002230*                    INICIAL.                                    *
002240******************************************************************
002250 1000-INICIALIZAR.
002260
002270     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
002280
002290     IF LK-PARM-TAM > ZEROS
002300        AND LK-PARM-QTDE IS NUMERIC
002310        AND LK-PARM-QTDE > ZEROS
002320        MOVE LK-PARM-QTDE TO WRK-QTDE-MOSTRAR
002330     END-IF
002340
002350     OPEN INPUT RUNCTL
002360     IF WRK-FS-RUNCTL NOT = '00'
002370        DISPLAY 'SOLHIS - ERRO AO ABRIR RUNCTL - FS='
002380                WRK-FS-RUNCTL
002390        MOVE 'S' TO WRK-SW-FIM-RUNCTL
002400        MOVE 16  TO WRK-RETORNO
002410     END-IF
002420
002430     OPEN OUTPUT RELHIS
002440     IF WRK-FS-RELHIS NOT = '00'
002450        DISPLAY 'SOLHIS - ERRO AO ABRIR RELHIS - FS='
002460                WRK-FS-RELHIS
002470        MOVE 'S' TO WRK-SW-FIM-RUNCTL
002480        MOVE 16  TO WRK-RETORNO
002490     END-IF
002500
002510     IF NOT WRK-FIM-RUNCTL
002520        PERFORM 2000-LER-RUNCTL THRU 2000-EXIT
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580* 2000-LER-RUNCTL - LE O PROXIMO REGISTRO DO CONTROLE DE         *
002590*                   RODADAS.                                     *
002600******************************************************************
002610 2000-LER-RUNCTL.
002620
002630     READ RUNCTL
002640         AT END
002650            MOVE 'S' TO WRK-SW-FIM-RUNCTL
002660         NOT AT END
002670            ADD 1 TO WRK-QTDE-LIDOS
002680     END-READ.
002690 2000-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 3000-CLASSIFICAR-REGISTRO - MONTA A TABELA DO HISTORICO: O     *
002740*                             REGISTRO 'R' ABRE UMA RODADA NOVA  *
002750*                             (E RECEBE O RETURN-CODE DO SOLEDIT *
002760*                             QUE FICOU PENDENTE, POIS O PASSO   *
002770*                             DE CRITICA RODA ANTES DE A RODADA  *
002780*                             SER NUMERADA); OS 'S' DE SOLBAL E  *
002790*                             SOLEXT COMPLETAM A RODADA          *
002800*                             CORRENTE.                          *
002810******************************************************************
002820 3000-CLASSIFICAR-REGISTRO.
002830
002840     EVALUATE TRUE
002850        WHEN REG-RUN-REG-RODADA
002860           PERFORM 3100-ABRIR-RODADA THRU 3100-EXIT
002870        WHEN REG-RUN-REG-PASSO
002880           PERFORM 3200-ANOTAR-PASSO THRU 3200-EXIT
002890        WHEN OTHER
002900           CONTINUE
002910     END-EVALUATE
002920
002930     PERFORM 2000-LER-RUNCTL THRU 2000-EXIT.
002940 3000-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980* 3100-ABRIR-RODADA - GUARDA O REGISTRO 'R' NA TABELA DO         *
002990*                     HISTORICO. COM A TABELA CHEIA, AS RODADAS  *
003000*                     MAIS ANTIGAS JA ESTAO LA - AS NOVAS SAO    *
003010*                     APONTADAS UMA UNICA VEZ COMO AVISO.        *
003020******************************************************************
003030 3100-ABRIR-RODADA.
003040
003050     IF WRK-QTDE-RODADAS >= WRK-MAX-RODADAS
003060        IF NOT WRK-TABELA-CHEIA
003070           DISPLAY 'SOLHIS - AVISO - TABELA DE RODADAS CHEIA - '
003080                   'HISTORICO PARCIAL'
003090           MOVE 'S' TO WRK-SW-TABELA-CHEIA
003100           IF WRK-RETORNO < 4
003110              MOVE 4 TO WRK-RETORNO
003120           END-IF
003130        END-IF
003140        GO TO 3100-EXIT
003150     END-IF
003160
003170     ADD 1 TO WRK-QTDE-RODADAS
003180     MOVE WRK-QTDE-RODADAS TO WRK-IND-TAB
003190     MOVE REG-RUN-RODADA        TO TAB-RODADA (WRK-IND-TAB)
003200     MOVE REG-RUN-DATA          TO TAB-DATA (WRK-IND-TAB)
003210     MOVE REG-RUN-HORA-INI      TO TAB-HORA-INI (WRK-IND-TAB)
003220     MOVE REG-RUN-HORA-FIM      TO TAB-HORA-FIM (WRK-IND-TAB)
003230     MOVE REG-RUN-RETORNO       TO TAB-RC-SOL (WRK-IND-TAB)
003240     MOVE WRK-RC-EDIT-PEND      TO TAB-RC-EDIT (WRK-IND-TAB)
003250     MOVE SPACES                TO TAB-RC-BAL (WRK-IND-TAB)
003260     MOVE SPACES                TO TAB-RC-EXT (WRK-IND-TAB)
003270     MOVE REG-RUN-QTDE-PEDIDOS  TO TAB-PEDIDOS (WRK-IND-TAB)
003280     MOVE REG-RUN-QTDE-TERMOS   TO TAB-TERMOS (WRK-IND-TAB)
003290     MOVE REG-RUN-QTDE-ADIADOS  TO TAB-ADIADOS (WRK-IND-TAB)
003300     MOVE REG-RUN-QTDE-RETOM    TO TAB-RETOM (WRK-IND-TAB)
003310     MOVE SPACES                TO WRK-RC-EDIT-PEND.
003320 3100-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 3200-ANOTAR-PASSO - ANOTA O REGISTRO 'S' DE UM PASSO: O        *
003370*                     SOLEDIT (QUE RODA ANTES DO NUMERO DA       *
003380*                     RODADA EXISTIR) FICA PENDENTE PARA O       *
003390*                     PROXIMO 'R'; SOLBAL E SOLEXT COMPLETAM A   *
003400*                     RODADA CORRENTE DA TABELA. A MARCA DE      *
003410*                     INICIO DO SOLEXT (RETURN-CODE 99) E O      *
003420*                     REENVIO DE RODADA ANTIGA NAO ENTRAM; OS    *
003430*                     DEMAIS PASSOS TAMBEM NAO.                  *
003440******************************************************************
003450 3200-ANOTAR-PASSO.
003460
003470     EVALUATE REG-RUN-PAS-PROGRAMA
003480        WHEN 'SOLEDIT '
003490           MOVE REG-RUN-PAS-RETORNO TO WRK-RC-EDIT-PEND
003500        WHEN 'SOLBAL  '
003510           IF WRK-QTDE-RODADAS > ZEROS
003520              MOVE REG-RUN-PAS-RETORNO
003530                   TO TAB-RC-BAL (WRK-QTDE-RODADAS)
003540           END-IF
003550        WHEN 'SOLEXT  '
003560           IF WRK-QTDE-RODADAS > ZEROS
003570              AND REG-RUN-PAS-RETORNO NOT = 99
003580              AND REG-RUN-RODADA = TAB-RODADA (WRK-QTDE-RODADAS)
003590              MOVE REG-RUN-PAS-RETORNO
003600                   TO TAB-RC-EXT (WRK-QTDE-RODADAS)
003610           END-IF
003620        WHEN OTHER
003630           CONTINUE
003640     END-EVALUATE.
003650 3200-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 5000-IMPRIMIR-HISTORICO - IMPRIME AS ULTIMAS N RODADAS DA      *
003700*                           TABELA, APONTANDO OS SALTOS DE       *
003710*                           CALENDARIO ENTRE RODADAS             *
003720*                           CONSECUTIVAS.                        *
003730******************************************************************
003740 5000-IMPRIMIR-HISTORICO.
003750
003760     IF WRK-QTDE-RODADAS = ZEROS
003770        DISPLAY 'SOLHIS - NENHUMA RODADA NO RUNCTL'
003780        GO TO 5000-EXIT
003790     END-IF
003800
003810     COMPUTE WRK-IND-INICIAL = WRK-QTDE-RODADAS
003820                             - WRK-QTDE-MOSTRAR + 1
003830     IF WRK-IND-INICIAL < 1
003840        MOVE 1 TO WRK-IND-INICIAL
003850     END-IF
003860     MOVE ZEROS TO WRK-DIAS-ANTERIOR
003870
003880     PERFORM 5100-IMPRIMIR-RODADA THRU 5100-EXIT
003890         VARYING WRK-IND-TAB FROM WRK-IND-INICIAL BY 1
003900         UNTIL WRK-IND-TAB > WRK-QTDE-RODADAS
003910
003920     DISPLAY 'SOLHIS - REGISTROS LIDOS..: ' WRK-QTDE-LIDOS
003930     DISPLAY 'SOLHIS - RODADAS NO RUNCTL: ' WRK-QTDE-RODADAS.
003940 5000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980* 5100-IMPRIMIR-RODADA - IMPRIME UMA RODADA DO HISTORICO, COM A  *
003990*                        LINHA DE SALTO DE CALENDARIO QUANDO     *
004000*                        PASSOU MAIS DE UM DIA DESDE A RODADA    *
004010*                        ANTERIOR, E A OBSERVACAO DE DESTAQUE    *
004020*                        (BATIMENTO 8, TRAVA 20).                *
004030******************************************************************
004040 5100-IMPRIMIR-RODADA.
004050
004060     IF TAB-DATA (WRK-IND-TAB) IS NUMERIC
004070        MOVE TAB-DATA (WRK-IND-TAB) TO WRK-DTC-DATA
004080        PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
004090        MOVE WRK-DTC-DIAS TO WRK-DIAS-CORRENTE
004100        IF WRK-DIAS-ANTERIOR > ZEROS
004110           COMPUTE WRK-DIAS-SALTO = WRK-DIAS-CORRENTE
004120                                  - WRK-DIAS-ANTERIOR - 1
004130           IF WRK-DIAS-SALTO > ZEROS
004140              MOVE WRK-DIAS-SALTO TO SALTO-DIAS
004150              MOVE SALTO-LINHA TO REG-RELHIS
004160              PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
004170           END-IF
004180        END-IF
004190        MOVE WRK-DIAS-CORRENTE TO WRK-DIAS-ANTERIOR
004200     END-IF
004210
004220     MOVE TAB-RODADA (WRK-IND-TAB)   TO DET-RODADA
004230     MOVE SPACES                     TO DET-DATA
004240     MOVE TAB-DATA (WRK-IND-TAB) (7:2) TO DET-DATA (1:2)
004250     MOVE '/'                        TO DET-DATA (3:1)
004260     MOVE TAB-DATA (WRK-IND-TAB) (5:2) TO DET-DATA (4:2)
004270     MOVE '/'                        TO DET-DATA (6:1)
004280     MOVE TAB-DATA (WRK-IND-TAB) (1:4) TO DET-DATA (7:4)
004290     MOVE TAB-HORA-INI (WRK-IND-TAB) TO DET-HORA-INI
004300     MOVE TAB-HORA-FIM (WRK-IND-TAB) TO DET-HORA-FIM
004310     MOVE TAB-RC-SOL (WRK-IND-TAB)   TO DET-RC-SOL
004320     MOVE TAB-RC-EDIT (WRK-IND-TAB)  TO DET-RC-EDIT
004330     MOVE TAB-RC-BAL (WRK-IND-TAB)   TO DET-RC-BAL
004340     MOVE TAB-RC-EXT (WRK-IND-TAB)   TO DET-RC-EXT
004350     MOVE TAB-PEDIDOS (WRK-IND-TAB)  TO DET-PEDIDOS
004360     MOVE TAB-TERMOS (WRK-IND-TAB)   TO DET-TERMOS
004370     MOVE TAB-ADIADOS (WRK-IND-TAB)  TO DET-ADIADOS
004380     MOVE TAB-RETOM (WRK-IND-TAB)    TO DET-RETOM
004390
004400     MOVE SPACES TO DET-OBS
004410     EVALUATE TRUE
004420        WHEN TAB-RC-SOL (WRK-IND-TAB) = '20'
004430           MOVE '** RECUSADA PELA TRAVA (20)' TO DET-OBS
004440        WHEN TAB-RC-BAL (WRK-IND-TAB) = '08'
004450           MOVE '** FORA DE BALANCEAMENTO (8)' TO DET-OBS
004460        WHEN TAB-RC-EXT (WRK-IND-TAB) = '08'
004470           MOVE '** EXTRATO NAO PRODUZIDO (8)' TO DET-OBS
004480        WHEN OTHER
004490           CONTINUE
004500     END-EVALUATE
004510
004520     MOVE DET-LINHA TO REG-RELHIS
004530     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
004540 5100-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
004590*                           DO HISTORICO.                        *
004600******************************************************************
004610 7000-IMPRIMIR-CABECALHO.
004620
004630     ADD 1 TO WRK-PAG-CONTADOR
004640     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
004650     MOVE WRK-DATA-EMISSAO (7:2) TO CAB-EMI-DIA
004660     MOVE WRK-DATA-EMISSAO (5:2) TO CAB-EMI-MES
004670     MOVE WRK-DATA-EMISSAO (1:4) TO CAB-EMI-ANO
004680
004690     MOVE CAB-LINHA-1 TO REG-RELHIS
004700     WRITE REG-RELHIS AFTER ADVANCING PAGE
004710     MOVE SPACES TO REG-RELHIS
004720     WRITE REG-RELHIS AFTER ADVANCING 1 LINE
004730     MOVE CAB-COLUNAS TO REG-RELHIS
004740     WRITE REG-RELHIS AFTER ADVANCING 1 LINE
004750     MOVE SPACES TO REG-RELHIS
004760     WRITE REG-RELHIS AFTER ADVANCING 1 LINE
004770     MOVE 5 TO WRK-LIN-CONTADOR.
004780 7000-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
004830*                     CONTADOR DE LINHAS DA PAGINA.              *
004840******************************************************************
004850 7100-GRAVAR-LINHA.
004860
004870     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
004880        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004890     END-IF
004900     WRITE REG-RELHIS AFTER ADVANCING 1 LINE
004910     ADD 1 TO WRK-LIN-CONTADOR.
004920 7100-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 9400-CONVERTER-DATA-DIAS - CONVERTE A DATA (AAAAMMDD) DE       *
004970*                            WRK-DTC-DATA EM CONTAGEM CORRIDA DE *
004980*                            DIAS, PARA MEDIR SALTOS DE          *
004990*                            CALENDARIO ENTRE RODADAS            *
005000*                            (JANEIRO E FEVEREIRO CONTAM COMO    *
005010*                            MESES 13 E 14 DO ANO ANTERIOR, O    *
005020*                            QUE ABSORVE O DIA DO BISSEXTO).     *
005030******************************************************************
005040 9400-CONVERTER-DATA-DIAS.
005050
005060     MOVE WRK-DTC-ANO TO WRK-DTC-ANO-T
005070     MOVE WRK-DTC-MES TO WRK-DTC-MES-T
005080     IF WRK-DTC-MES-T < 3
005090        SUBTRACT 1 FROM WRK-DTC-ANO-T
005100        ADD 12 TO WRK-DTC-MES-T
005110     END-IF
005120     COMPUTE WRK-DTC-DIAS = (365 * WRK-DTC-ANO-T)
005130                          + (WRK-DTC-ANO-T / 4)
005140                          - (WRK-DTC-ANO-T / 100)
005150                          + (WRK-DTC-ANO-T / 400)
005160                          + ((153 * (WRK-DTC-MES-T + 1)) / 5)
005170                          + WRK-DTC-DIA.
005180 9400-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
005230*                 ENCERRA O PROGRAMA.                            *
005240******************************************************************
005250 9999-ENCERRAR.
005260
005270     CLOSE RUNCTL
005280     CLOSE RELHIS
005290     MOVE WRK-RETORNO TO RETURN-CODE
005300     STOP RUN.
005310 9999-EXIT.
005320     EXIT.
005330
005340 END PROGRAM SOLHIS.
