000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : RESUMO MENSAL DE USO DO SERVICO FIBO A PARTIR DO    *
000070*            LOGAUD: PEDIDOS POR USUARIO E POR MODO (G/L/A/M),   *
000080*            TOTAL DE TERMOS GERADOS E QUANTIDADE DE PEDIDOS     *
000090*            REJEITADOS (OS DE QUANTIDADE GERADA ZERO). O PARM   *
000100*            OPCIONAL (AAAAMM) RESTRINGE O RESUMO A UM MES;      *
000250*                   DE 71 PARA 77 (SEM EFEITO NO RESUMO).        *
000260*  02/09/2026 RL    O LOGAUD GANHOU O INDICADOR DE ADIAMENTO -  *
000270*                   LRECL DE 77 PARA 79 (SEM EFEITO NO RESUMO).  *
000280*  15/10/2026 RL    O LOGAUD GANHOU A CLASSE DO PEDIDO - LRECL   *
000290*                   DE 79 PARA 81 (SEM EFEITO NO RESUMO).        *
000300*  15/10/2026 RL    O LOGAUD GANHOU O PERIODO DOS PEDIDOS DO     *
000310*                   MODO 'M' - LRECL DE 81 PARA 87 (SO LAYOUT; O *
000320*                   MODO 'M' ENTRA NO RESUMO COMO OS DEMAIS).    *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     SOLUSO.
000360 AUTHOR.         ROBSON LIMA.
000370 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000380 DATE-WRITTEN.   22/08/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LOGAUD ASSIGN TO LOGAUD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-FS-LOGAUD.
000460     SELECT RELUSO ASSIGN TO RELUSO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-RELUSO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LOGAUD
000520     RECORDING MODE IS F.
000530 01  REG-LOGAUD.
000540     05 REG-LOG-JOB               PIC X(08).
000550     05 FILLER                    PIC X(01).
000560     05 REG-LOG-DATA              PIC X(08).
000570     05 FILLER                    PIC X(01).
000580     05 REG-LOG-HORA              PIC X(08).
000590     05 FILLER                    PIC X(01).
000600     05 REG-LOG-USUARIO           PIC X(08).
000610     05 FILLER                    PIC X(01).
000620     05 REG-LOG-ENTRADA           PIC 9(03).
000630     05 FILLER                    PIC X(01).
000640     05 REG-LOG-QTDE-GERADA       PIC 9(05).
000650     05 FILLER                    PIC X(01).
000660     05 REG-LOG-MODO              PIC X(01).
000670     05 FILLER                    PIC X(01).
000680     05 REG-LOG-CAPACIDADE        PIC X(01).
000690     05 FILLER                    PIC X(01).
000700     05 REG-LOG-SOLICITANTE       PIC X(08).
000710     05 FILLER                    PIC X(01).
000720     05 REG-LOG-REFERENCIA        PIC X(12).
000730     05 FILLER                    PIC X(01).
000740     05 REG-LOG-RODADA            PIC 9(05).
000750     05 FILLER                    PIC X(01).
000760     05 REG-LOG-ADIADO            PIC X(01).
000770     05 FILLER                    PIC X(01).
000780     05 REG-LOG-CLASSE            PIC X(01).
000790     05 FILLER                    PIC X(01).
000800     05 REG-LOG-PERIODO           PIC 9(05).
000810
000820 FD  RELUSO
000830     RECORDING MODE IS F.
000840 01  REG-RELUSO                  PIC X(132).
000850 WORKING-STORAGE SECTION.
000860 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
000870 77 WRK-FS-RELUSO                PIC X(02) VALUE ZEROS.
000880 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
000890 77 WRK-SW-FIM-LOGAUD            PIC X(01) VALUE 'N'.
000900    88 WRK-FIM-LOGAUD                VALUE 'S'.
000910 77 WRK-MES-FILTRO               PIC X(06) VALUE SPACES.
000920 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
000930 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
000940 77 WRK-QTDE-FORA-MES            PIC 9(07) VALUE ZEROS.
000950 77 WRK-TOT-PEDIDOS              PIC 9(07) VALUE ZEROS.
000960 77 WRK-TOT-GERADOS              PIC 9(09) VALUE ZEROS.
000970 77 WRK-TOT-REJEITADOS           PIC 9(07) VALUE ZEROS.
000980 77 WRK-IND-TAB                  PIC S9(04) COMP VALUE ZEROS.
000990 77 WRK-IND-LIVRE                PIC S9(04) COMP VALUE ZEROS.
001000 77 WRK-QTDE-GRUPOS              PIC S9(04) COMP VALUE ZEROS.
001010 77 WRK-MAX-GRUPOS               PIC S9(04) COMP VALUE 200.
001020 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
001030 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001040 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
001050
001060 01 TAB-RESUMO.
001070    05 TAB-GRUPO OCCURS 200 TIMES.
001080       10 TAB-USUARIO            PIC X(08).
001090       10 TAB-MODO               PIC X(01).
001100       10 TAB-QTDE-PEDIDOS       PIC 9(07).
001110       10 TAB-QTDE-GERADA        PIC 9(09).
001120       10 TAB-QTDE-REJEITADOS    PIC 9(07).
001130
001140 01 CAB-LINHA-1.
001150    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001160    05 FILLER                    PIC X(30) VALUE
001170       'RESUMO MENSAL DE USO          '.
001180    05 FILLER                    PIC X(05) VALUE 'MES: '.
001190    05 CAB-MES                   PIC X(14).
001200    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
001210    05 CAB-EMI-DIA               PIC X(02).
001220    05 FILLER                    PIC X(01) VALUE '/'.
001230    05 CAB-EMI-MES               PIC X(02).
001240    05 FILLER                    PIC X(01) VALUE '/'.
001250    05 CAB-EMI-ANO               PIC X(04).
001260    05 FILLER                    PIC X(06) VALUE SPACES.
001270    05 FILLER                    PIC X(05) VALUE 'PAG. '.
001280    05 CAB-PAGINA                PIC ZZZ9.
001290    05 FILLER                    PIC X(39) VALUE SPACES.
001300
001310 01 CAB-COLUNAS.
001320    05 FILLER                    PIC X(08) VALUE 'USUARIO '.
001330    05 FILLER                    PIC X(04) VALUE SPACES.
001340    05 FILLER                    PIC X(04) VALUE 'MODO'.
001350    05 FILLER                    PIC X(04) VALUE SPACES.
001360    05 FILLER                    PIC X(10) VALUE '   PEDIDOS'.
001370    05 FILLER                    PIC X(04) VALUE SPACES.
001380    05 FILLER                    PIC X(14) VALUE ' TERMOS GERADO'.
001390    05 FILLER                    PIC X(01) VALUE 'S'.
001400    05 FILLER                    PIC X(04) VALUE SPACES.
001410    05 FILLER                    PIC X(10) VALUE 'REJEITADOS'.
001420    05 FILLER                    PIC X(69) VALUE SPACES.
001430
001440 01 DET-LINHA.
001450    05 DET-USUARIO               PIC X(08).
001460    05 FILLER                    PIC X(05) VALUE SPACES.
001470    05 DET-MODO                  PIC X(01).
001480    05 FILLER                    PIC X(06) VALUE SPACES.
001490    05 DET-PEDIDOS               PIC Z,ZZZ,ZZ9.
001500    05 FILLER                    PIC X(04) VALUE SPACES.
001510    05 DET-GERADOS               PIC ZZZ,ZZZ,ZZ9.
001520    05 FILLER                    PIC X(08) VALUE SPACES.
001530    05 DET-REJEITADOS            PIC Z,ZZZ,ZZ9.
001540    05 FILLER                    PIC X(71) VALUE SPACES.
001550
001560 01 TOT-LINHA.
001570    05 FILLER                    PIC X(08) VALUE 'TOTAL   '.
001580    05 FILLER                    PIC X(12) VALUE SPACES.
001590    05 TOT-PEDIDOS               PIC Z,ZZZ,ZZ9.
001600    05 FILLER                    PIC X(04) VALUE SPACES.
001610    05 TOT-GERADOS               PIC ZZZ,ZZZ,ZZ9.
001620    05 FILLER                    PIC X(08) VALUE SPACES.
001630    05 TOT-REJEITADOS            PIC Z,ZZZ,ZZ9.
001640    05 FILLER                    PIC X(71) VALUE SPACES.
001650
001660 LINKAGE SECTION.
001670 01 LK-PARM.
001680    05 LK-PARM-TAM               PIC S9(04) COMP.
001690    05 LK-PARM-MES               PIC X(06).
001700
001710 PROCEDURE DIVISION USING LK-PARM.
001720 0000-MAINLINE.
001730
001740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001750
001760     PERFORM 3000-ACUMULAR-REGISTRO THRU 3000-EXIT
001770         UNTIL WRK-FIM-LOGAUD
001780
001790     PERFORM 5000-IMPRIMIR-RESUMO THRU 5000-EXIT
001800     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
001810
001820******************************************************************
001830* 1000-INICIALIZAR - INTERPRETA O PARM (MES AAAAMM, OPCIONAL),   *
001840*                    ABRE OS ARQUIVOS, INICIALIZA A TABELA DE    *
001850*                    RESUMO E FAZ A LEITURA INICIAL.             *
001860******************************************************************
001870 1000-INICIALIZAR.
001880
001890     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
001900     IF LK-PARM-TAM = 6
001910        AND LK-PARM-MES IS NUMERIC
001920        MOVE LK-PARM-MES TO WRK-MES-FILTRO
001930     END-IF
001940
001950     PERFORM 1100-LIMPAR-GRUPO THRU 1100-EXIT
001960         VARYING WRK-IND-TAB FROM 1 BY 1
001970         UNTIL WRK-IND-TAB > WRK-MAX-GRUPOS
001980
001990     OPEN INPUT LOGAUD
002000     IF WRK-FS-LOGAUD NOT = '00'
002010        DISPLAY 'SOLUSO - ERRO AO ABRIR LOGAUD - FS='
002020                WRK-FS-LOGAUD
002030        MOVE 'S' TO WRK-SW-FIM-LOGAUD
002040        MOVE 16  TO WRK-RETORNO
002050     END-IF
002060
002070     OPEN OUTPUT RELUSO
002080     IF WRK-FS-RELUSO NOT = '00'
002090        DISPLAY 'SOLUSO - ERRO AO ABRIR RELUSO - FS='
002100                WRK-FS-RELUSO
002110        MOVE 'S' TO WRK-SW-FIM-LOGAUD
002120        MOVE 16  TO WRK-RETORNO
002130     END-IF
002140
002150     IF NOT WRK-FIM-LOGAUD
002160        PERFORM 2000-LER-LOGAUD THRU 2000-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220* 1100-LIMPAR-GRUPO - INICIALIZA UMA ENTRADA DA TABELA DE        *
002230*                     RESUMO.                                    *
002240******************************************************************
002250 1100-LIMPAR-GRUPO.
002260
002270     MOVE SPACES TO TAB-USUARIO (WRK-IND-TAB)
002280     MOVE SPACES TO TAB-MODO (WRK-IND-TAB)
002290     MOVE ZEROS  TO TAB-QTDE-PEDIDOS (WRK-IND-TAB)
002300     MOVE ZEROS  TO TAB-QTDE-GERADA (WRK-IND-TAB)
002310     MOVE ZEROS  TO TAB-QTDE-REJEITADOS (WRK-IND-TAB).
002320 1100-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 2000-LER-LOGAUD - LE O PROXIMO REGISTRO DE AUDITORIA.          *
002370******************************************************************
002380 2000-LER-LOGAUD.
002390
002400     READ LOGAUD
002410         AT END
002420            MOVE 'S' TO WRK-SW-FIM-LOGAUD
002430         NOT AT END
002440            ADD 1 TO WRK-QTDE-LIDOS
002450     END-READ.
002460 2000-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 3000-ACUMULAR-REGISTRO - ACUMULA O REGISTRO NO GRUPO USUARIO + *
002510*                          MODO DA TABELA DE RESUMO, RESPEITANDO *
002520*                          O FILTRO DE MES QUANDO INFORMADO.     *
002530******************************************************************
002540 3000-ACUMULAR-REGISTRO.
002550
002560     IF WRK-MES-FILTRO NOT = SPACES
002570        AND REG-LOG-DATA(1:6) NOT = WRK-MES-FILTRO
002580        ADD 1 TO WRK-QTDE-FORA-MES
002590     ELSE
002600        PERFORM 3100-LOCALIZAR-GRUPO THRU 3100-EXIT
002610        IF WRK-IND-TAB > ZEROS
002620           ADD 1 TO TAB-QTDE-PEDIDOS (WRK-IND-TAB)
002630           ADD REG-LOG-QTDE-GERADA
002640                          TO TAB-QTDE-GERADA (WRK-IND-TAB)
002650           IF REG-LOG-QTDE-GERADA = ZEROS
002660              ADD 1 TO TAB-QTDE-REJEITADOS (WRK-IND-TAB)
002670           END-IF
002680        END-IF
002690     END-IF
002700
002710     PERFORM 2000-LER-LOGAUD THRU 2000-EXIT.
002720 3000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 3100-LOCALIZAR-GRUPO - PROCURA (OU ABRE) NA TABELA O GRUPO DO  *
002770*                        USUARIO + MODO CORRENTE. TABELA CHEIA   *
002780*                        E APONTADA UMA UNICA VEZ COMO AVISO.    *
002790******************************************************************
002800 3100-LOCALIZAR-GRUPO.
002810
002820     MOVE ZEROS TO WRK-IND-LIVRE
002830     PERFORM 3150-COMPARAR-GRUPO THRU 3150-EXIT
002840         VARYING WRK-IND-TAB FROM 1 BY 1
002850         UNTIL WRK-IND-TAB > WRK-QTDE-GRUPOS
002860            OR (TAB-USUARIO (WRK-IND-TAB) = REG-LOG-USUARIO
002870                AND TAB-MODO (WRK-IND-TAB) = REG-LOG-MODO)
002880
002890     IF WRK-IND-TAB > WRK-QTDE-GRUPOS
002900        IF WRK-QTDE-GRUPOS < WRK-MAX-GRUPOS
002910           ADD 1 TO WRK-QTDE-GRUPOS
002920           MOVE WRK-QTDE-GRUPOS TO WRK-IND-TAB
002930           MOVE REG-LOG-USUARIO TO TAB-USUARIO (WRK-IND-TAB)
002940           MOVE REG-LOG-MODO    TO TAB-MODO (WRK-IND-TAB)
002950        ELSE
002960           DISPLAY 'SOLUSO - AVISO - TABELA DE GRUPOS CHEIA - '
002970                   'USUARIO ' REG-LOG-USUARIO ' MODO '
002980                   REG-LOG-MODO ' FORA DO RESUMO'
002990           IF WRK-RETORNO < 4
003000              MOVE 4 TO WRK-RETORNO
003010           END-IF
003020           MOVE ZEROS TO WRK-IND-TAB
003030        END-IF
003040     END-IF.
003050 3100-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 3150-COMPARAR-GRUPO - CORPO DA VARREDURA DA TABELA; A          *
003100*                       COMPARACAO E FEITA NO PROPRIO UNTIL DO   *
003110*                       PERFORM.                                 *
003120******************************************************************
003130 3150-COMPARAR-GRUPO.
003140
003150     CONTINUE.
003160 3150-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 5000-IMPRIMIR-RESUMO - IMPRIME OS GRUPOS ACUMULADOS E A LINHA  *
003210*                        DE TOTAIS.                              *
003220******************************************************************
003230 5000-IMPRIMIR-RESUMO.
003240
003250     PERFORM 5100-IMPRIMIR-GRUPO THRU 5100-EXIT
003260         VARYING WRK-IND-TAB FROM 1 BY 1
003270         UNTIL WRK-IND-TAB > WRK-QTDE-GRUPOS
003280
003290     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003300        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003310     END-IF
003320     MOVE SPACES TO REG-RELUSO
003330     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003340     MOVE WRK-TOT-PEDIDOS    TO TOT-PEDIDOS
003350     MOVE WRK-TOT-GERADOS    TO TOT-GERADOS
003360     MOVE WRK-TOT-REJEITADOS TO TOT-REJEITADOS
003370     MOVE TOT-LINHA TO REG-RELUSO
003380     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003390
003400     DISPLAY 'SOLUSO - REGISTROS LIDOS ' WRK-QTDE-LIDOS
003410             ' FORA DO MES ' WRK-QTDE-FORA-MES
003420             ' GRUPOS ' WRK-QTDE-GRUPOS.
003430 5000-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 5100-IMPRIMIR-GRUPO - IMPRIME UMA LINHA DE GRUPO (USUARIO +    *
003480*                       MODO) E ACUMULA OS TOTAIS GERAIS.        *
003490******************************************************************
003500 5100-IMPRIMIR-GRUPO.
003510
003520     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
003530        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003540     END-IF
003550
003560     MOVE TAB-USUARIO (WRK-IND-TAB)         TO DET-USUARIO
003570     MOVE TAB-MODO (WRK-IND-TAB)            TO DET-MODO
003580     MOVE TAB-QTDE-PEDIDOS (WRK-IND-TAB)    TO DET-PEDIDOS
003590     MOVE TAB-QTDE-GERADA (WRK-IND-TAB)     TO DET-GERADOS
003600     MOVE TAB-QTDE-REJEITADOS (WRK-IND-TAB) TO DET-REJEITADOS
003610     MOVE DET-LINHA TO REG-RELUSO
003620     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
003630
003640     ADD TAB-QTDE-PEDIDOS (WRK-IND-TAB)    TO WRK-TOT-PEDIDOS
003650     ADD TAB-QTDE-GERADA (WRK-IND-TAB)     TO WRK-TOT-GERADOS
003660     ADD TAB-QTDE-REJEITADOS (WRK-IND-TAB) TO WRK-TOT-REJEITADOS.
003670 5100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
003720*                           DO RESUMO DE USO.                    *
003730******************************************************************
003740 7000-IMPRIMIR-CABECALHO.
003750
003760     ADD 1 TO WRK-PAG-CONTADOR
003770     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
003780     IF WRK-MES-FILTRO = SPACES
003790        MOVE 'TODOS OS MESES' TO CAB-MES
003800     ELSE
003810        MOVE SPACES TO CAB-MES
003820        MOVE WRK-MES-FILTRO(1:4) TO CAB-MES(1:4)
003830        MOVE '/'                 TO CAB-MES(5:1)
003840        MOVE WRK-MES-FILTRO(5:2) TO CAB-MES(6:2)
003850     END-IF
003860     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
003870     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
003880     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
003890
003900     MOVE CAB-LINHA-1 TO REG-RELUSO
003910     WRITE REG-RELUSO AFTER ADVANCING PAGE
003920     MOVE SPACES TO REG-RELUSO
003930     WRITE REG-RELUSO AFTER ADVANCING 1 LINE
003940     MOVE CAB-COLUNAS TO REG-RELUSO
003950     WRITE REG-RELUSO AFTER ADVANCING 1 LINE
003960     MOVE SPACES TO REG-RELUSO
003970     WRITE REG-RELUSO AFTER ADVANCING 1 LINE
003980     MOVE 5 TO WRK-LIN-CONTADOR.
003990 7000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
004040*                     CONTADOR DE LINHAS DA PAGINA.              *
004050******************************************************************
004060 7100-GRAVAR-LINHA.
004070
004080     WRITE REG-RELUSO AFTER ADVANCING 1 LINE
004090     ADD 1 TO WRK-LIN-CONTADOR.
004100 7100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
004150*                 ENCERRA O PROGRAMA.                            *
004160******************************************************************
004170 9999-ENCERRAR.
004180
004190     CLOSE LOGAUD
004200     CLOSE RELUSO
004210     MOVE WRK-RETORNO TO RETURN-CODE
004220     STOP RUN.
004230 9999-EXIT.
004240     EXIT.
004250
004260 END PROGRAM SOLUSO.
