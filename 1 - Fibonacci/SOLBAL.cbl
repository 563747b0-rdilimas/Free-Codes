000500*  02/09/2026 RL    GRAVA NO RUNCTL O REGISTRO 'S' DO PASSO     *
000510*                   (PROGRAMA, RODADA, DATA/HORA E RETURN-CODE), *
000520*                   PARA O HISTORICO DE OPERACAO DO SOLHIS.      *
000530*  15/10/2026 RL    O LOGAUD GANHOU A CLASSE DO PEDIDO - LRECL   *
000540*                   DE 79 PARA 81 (SEM EFEITO NO BATIMENTO).     *
000550*  15/10/2026 RL    NOVO REGISTRO 'M' NA SAIDA (PERIODO MODULO   *
000560*                   M), CONFERIDO CONTRA A RECONTAGEM DO PEDIDO; *
000570*                   PEDIDOS 'M' DO LOGAUD ENTRAM NO BATIMENTO.   *
000580*                   LRECL DO LOGAUD 087.                         *
000590*  15/10/2026 RL    O CABECALHO 'H' DA SAIDA GANHOU O NUMERO DA  *
000600*                   CADEIA NO CATALOGO DE CADEIAS (SO LAYOUT).   *
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.     SOLBAL.
000640 AUTHOR.         ROBSON LIMA.
000650 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000660 DATE-WRITTEN.   22/08/2026.
000670 DATE-COMPILED.
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT SAIDA ASSIGN TO SAIDA
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-FS-SAIDA.
000740     SELECT LOGAUD ASSIGN TO LOGAUD
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-FS-LOGAUD.
000770     SELECT RUNCTL ASSIGN TO RUNCTL
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-FS-RUNCTL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SAIDA
000830     RECORDING MODE IS F.
000840 01  REG-SAIDA.
000850     05 REG-SAI-TIPO             PIC X(01).
000860        88 REG-SAI-DETALHE           VALUE 'D'.
000870        88 REG-SAI-TRAILER           VALUE 'T'.
000880        88 REG-SAI-LOCALIZADO        VALUE 'L'.
000890        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
000900        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
000910        88 REG-SAI-CAPACIDADE        VALUE 'C'.
000920        88 REG-SAI-CAB-RODADA        VALUE 'R'.
000930        88 REG-SAI-ADIADO            VALUE 'F'.
000940        88 REG-SAI-PERIODO           VALUE 'M'.
000950     05 FILLER                   PIC X(01).
000960     05 REG-SAI-RODADA           PIC 9(05).
000970     05 FILLER                   PIC X(01).
000980     05 REG-SAI-CORPO.
000990        10 REG-SAI-INDICE           PIC 9(05).
001000        10 FILLER                   PIC X(01).
001010        10 REG-SAI-VALOR.
001020           15 REG-SAI-VALOR-SINAL   PIC X(01).
001030           15 REG-SAI-VALOR-DIGITOS PIC X(112).
001040        10 FILLER                   PIC X(01).
001050        10 REG-SAI-DATA-EXEC        PIC X(08).
001060        10 FILLER                   PIC X(21).
001070     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001080        10 REG-SAI-QTDE-REGS        PIC 9(07).
001090        10 FILLER                   PIC X(01).
001100        10 REG-SAI-SOMA-TOTAL.
001110           15 REG-SAI-SOMA-SINAL    PIC X(01).
001120           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001130        10 FILLER                   PIC X(28).
001140     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001150        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001160        10 FILLER                   PIC X(01).
001170        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001180        10 FILLER                   PIC X(01).
001190        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001200        10 FILLER                   PIC X(01).
001210        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001220        10 FILLER                   PIC X(01).
001230        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001240        10 FILLER                   PIC X(01).
001250        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001260        10 FILLER                   PIC X(01).
001270        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001280        10 FILLER                   PIC X(01).
001290        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001300        10 FILLER                   PIC X(01).
001310        10 REG-SAI-CAB-MODO         PIC X(01).
001320        10 FILLER                   PIC X(01).
001330        10 REG-SAI-CAB-MODULO       PIC 9(18).
001340        10 FILLER                   PIC X(01).
001350        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001360        10 FILLER                   PIC X(35).
001370     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001380        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001390        10 FILLER                   PIC X(01).
001400        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001410        10 FILLER                   PIC X(01).
001420        10 REG-SAI-PED-SOMA.
001430           15 REG-SAI-PED-SOMA-SINAL
001440                                    PIC X(01).
001450           15 REG-SAI-PED-SOMA-DIGITOS
001460                                    PIC X(112).
001470        10 FILLER                   PIC X(01).
001480        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001490        10 FILLER                   PIC X(01).
001500        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001510     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001520        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001530        10 FILLER                   PIC X(01).
001540        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001550        10 FILLER                   PIC X(01).
001560        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001570        10 FILLER                   PIC X(129).
001580     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001590        10 REG-SAI-ROD-DATA         PIC X(08).
001600        10 FILLER                   PIC X(01).
001610        10 REG-SAI-ROD-HORA         PIC X(08).
001620        10 FILLER                   PIC X(132).
001630     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001640        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001650        10 FILLER                   PIC X(01).
001660        10 REG-SAI-PER-MODULO       PIC 9(18).
001670        10 FILLER                   PIC X(01).
001680        10 REG-SAI-PER-SITUACAO     PIC X(01).
001690           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
001700           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
001710        10 FILLER                   PIC X(01).
001720        10 REG-SAI-PER-PERIODO      PIC 9(05).
001730        10 FILLER                   PIC X(01).
001740        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
001750        10 FILLER                   PIC X(01).
001760        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
001770        10 FILLER                   PIC X(01).
001780        10 REG-SAI-PER-REFERENCIA   PIC X(12).
001790        10 FILLER                   PIC X(89).
001800
001810 FD  LOGAUD
001820     RECORDING MODE IS F.
001830 01  REG-LOGAUD.
001840     05 REG-LOG-JOB               PIC X(08).
001850     05 FILLER                    PIC X(01).
001860     05 REG-LOG-DATA              PIC X(08).
001870     05 FILLER                    PIC X(01).
001880     05 REG-LOG-HORA              PIC X(08).
001890     05 FILLER                    PIC X(01).
001900     05 REG-LOG-USUARIO           PIC X(08).
001910     05 FILLER                    PIC X(01).
001920     05 REG-LOG-ENTRADA           PIC 9(03).
001930     05 FILLER                    PIC X(01).
001940     05 REG-LOG-QTDE-GERADA       PIC 9(05).
001950     05 FILLER                    PIC X(01).
001960     05 REG-LOG-MODO              PIC X(01).
001970     05 FILLER                    PIC X(01).
001980     05 REG-LOG-CAPACIDADE        PIC X(01).
001990        88 REG-LOG-ESTOURO-CAPAC      VALUE 'S'.
002000     05 FILLER                    PIC X(01).
002010     05 REG-LOG-SOLICITANTE       PIC X(08).
002020     05 FILLER                    PIC X(01).
002030     05 REG-LOG-REFERENCIA        PIC X(12).
002040     05 FILLER                    PIC X(01).
002050     05 REG-LOG-RODADA            PIC 9(05).
002060     05 FILLER                    PIC X(01).
002070     05 REG-LOG-ADIADO            PIC X(01).
002080        88 REG-LOG-PED-ADIADO         VALUE 'S'.
002090     05 FILLER                    PIC X(01).
002100     05 REG-LOG-CLASSE            PIC X(01).
002110     05 FILLER                    PIC X(01).
002120     05 REG-LOG-PERIODO           PIC 9(05).
002130
002140 FD  RUNCTL
002150     RECORDING MODE IS F.
002160 01  REG-RUNCTL.
002170     05 REG-RUN-TIPO              PIC X(01).
002180        88 REG-RUN-REG-RODADA         VALUE 'R'.
002190        88 REG-RUN-REG-PASSO          VALUE 'S'.
002200     05 FILLER                    PIC X(01).
002210     05 REG-RUN-RODADA            PIC 9(05).
002220     05 FILLER                    PIC X(01).
002230     05 REG-RUN-DATA              PIC X(08).
002240     05 FILLER                    PIC X(01).
002250     05 REG-RUN-CORPO.
002260        10 REG-RUN-HORA-INI        PIC X(08).
002270        10 FILLER                  PIC X(01).
002280        10 REG-RUN-HORA-FIM        PIC X(08).
002290        10 FILLER                  PIC X(01).
002300        10 REG-RUN-RETORNO         PIC 9(02).
002310        10 FILLER                  PIC X(01).
002320        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002330        10 FILLER                  PIC X(01).
002340        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002350        10 FILLER                  PIC X(01).
002360        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002370        10 FILLER                  PIC X(01).
002380        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002390     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002400        10 REG-RUN-PAS-HORA        PIC X(08).
002410        10 FILLER                  PIC X(01).
002420        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002430        10 FILLER                  PIC X(01).
002440        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002450        10 FILLER                  PIC X(26).
002460
002470 WORKING-STORAGE SECTION.
002480 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
002490 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
002500 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
002510 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
002520 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
002530 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
002540 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
002550    88 WRK-FIM-SAIDA                 VALUE 'S'.
002560 77 WRK-SW-FIM-LOGAUD            PIC X(01) VALUE 'N'.
002570    88 WRK-FIM-LOGAUD                VALUE 'S'.
002580 77 WRK-SW-TRAILER-LIDO          PIC X(01) VALUE 'N'.
002590    88 WRK-TRAILER-LIDO              VALUE 'S'.
002600 77 WRK-SW-DESBALANCEADO         PIC X(01) VALUE 'N'.
002610    88 WRK-DESBALANCEADO             VALUE 'S'.
002620 77 WRK-QTDE-DETALHES            PIC 9(07) VALUE ZEROS.
002630 01 WRK-SOMA-DETALHES.
002640    05 WRK-SDT-SINAL             PIC X(01) VALUE '+'.
002650    05 WRK-SDT-DIGITOS           PIC X(112) VALUE ZEROS.
002660 77 WRK-TRL-QTDE-REGS            PIC 9(07) VALUE ZEROS.
002670 77 WRK-TRL-SOMA-TOTAL           PIC X(113) VALUE SPACES.
002680 77 WRK-LOG-QTDE-RODADA          PIC 9(07) VALUE ZEROS.
002690 77 WRK-PED-SEQ                  PIC 9(05) VALUE ZEROS.
002700 77 WRK-PED-QTDE                 PIC 9(07) VALUE ZEROS.
002710 01 WRK-PED-SOMA.
002720    05 WRK-PSM-SINAL             PIC X(01) VALUE '+'.
002730    05 WRK-PSM-DIGITOS           PIC X(112) VALUE ZEROS.
002740 77 WRK-PED-TRL-SOMA             PIC X(113) VALUE SPACES.
002750 77 WRK-NUM-EDITADO              PIC X(114) VALUE SPACES.
002760
002770*    AREAS E ESCALARES DA ARITMETICA ESTENDIDA DE 112 DIGITOS
002780*    (MESMA CONVENCAO DO SOLUTION: SINAL + MAGNITUDE; AS
002790*    ROTINAS 9000-9310 OPERAM SOBRE A E B E DEIXAM O RESULTADO
002800*    EM R, SEM PRESERVAR OS OPERANDOS).
002810 01 WRK-GRD-A.
002820    05 WRK-GRD-A-SINAL           PIC X(01) VALUE '+'.
002830    05 WRK-GRD-A-DIGITOS         PIC X(112) VALUE ZEROS.
002840    05 FILLER REDEFINES WRK-GRD-A-DIGITOS.
002850       10 WRK-GRD-A-DIG          PIC 9(01) OCCURS 112 TIMES.
002860 01 WRK-GRD-B.
002870    05 WRK-GRD-B-SINAL           PIC X(01) VALUE '+'.
002880    05 WRK-GRD-B-DIGITOS         PIC X(112) VALUE ZEROS.
002890    05 FILLER REDEFINES WRK-GRD-B-DIGITOS.
002900       10 WRK-GRD-B-DIG          PIC 9(01) OCCURS 112 TIMES.
002910 01 WRK-GRD-R.
002920    05 WRK-GRD-R-SINAL           PIC X(01) VALUE '+'.
002930    05 WRK-GRD-R-DIGITOS         PIC X(112) VALUE ZEROS.
002940    05 FILLER REDEFINES WRK-GRD-R-DIGITOS.
002950       10 WRK-GRD-R-DIG          PIC 9(01) OCCURS 112 TIMES.
002960 01 WRK-GRD-TROCA                PIC X(113) VALUE SPACES.
002970 01 WRK-GRD-ZERO-NUM.
002980    05 FILLER                    PIC X(01) VALUE '+'.
002990    05 FILLER                    PIC X(112) VALUE ZEROS.
003000 77 WRK-GRD-ZEROS                PIC X(112) VALUE ZEROS.
003010 77 WRK-GRD-ESTOURO              PIC X(01) VALUE 'N'.
003020    88 WRK-GRD-ESTOUROU              VALUE 'S'.
003030 77 WRK-GRD-CARRY                PIC S9(04) COMP VALUE ZEROS.
003040 77 WRK-GRD-TRABALHO             PIC S9(07) COMP VALUE ZEROS.
003050 77 WRK-GRD-IND                  PIC S9(04) COMP VALUE ZEROS.
003060 77 WRK-GRD-IND-EDIT             PIC S9(04) COMP VALUE ZEROS.
003070 77 WRK-GRD-TAM                  PIC S9(04) COMP VALUE ZEROS.
003080
003090 01 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
003100 01 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
003110
003120 LINKAGE SECTION.
003130 01 LK-PARM.
003140    05 LK-PARM-TAM               PIC S9(04) COMP.
003150    05 LK-PARM-RODADA            PIC X(05).
003160
003170 PROCEDURE DIVISION USING LK-PARM.
003180 0000-MAINLINE.
003190
003200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003210
003220     IF WRK-RETORNO = ZEROS
003230        PERFORM 3000-TOTALIZAR-SAIDA THRU 3000-EXIT
003240        PERFORM 4000-TOTALIZAR-LOGAUD THRU 4000-EXIT
003250        PERFORM 5000-COMPARAR-TOTAIS THRU 5000-EXIT
003260     END-IF
003270
003280     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
003290
003300******************************************************************
003310* 1000-INICIALIZAR - ABRE OS ARQUIVOS DE ENTRADA DO BATIMENTO.   *
003320******************************************************************
003330 1000-INICIALIZAR.
003340
003350     OPEN INPUT SAIDA
003360     IF WRK-FS-SAIDA NOT = '00'
003370        DISPLAY 'SOLBAL - ERRO AO ABRIR SAIDA - FS='
003380                WRK-FS-SAIDA
003390        MOVE 16 TO WRK-RETORNO
003400     END-IF
003410
003420     OPEN INPUT LOGAUD
003430     IF WRK-FS-LOGAUD NOT = '00'
003440        DISPLAY 'SOLBAL - ERRO AO ABRIR LOGAUD - FS='
003450                WRK-FS-LOGAUD
003460        MOVE 16 TO WRK-RETORNO
003470     END-IF
003480
003490     IF WRK-RETORNO = ZEROS
003500        PERFORM 1500-SELECIONAR-RODADA THRU 1500-EXIT
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560* 1500-SELECIONAR-RODADA - DEFINE A RODADA A PROCESSAR: O PARM   *
003570*                          OPCIONAL TRAZ O NUMERO; SEM PARM, UMA *
003580*                          PRE-PASSAGEM NA SAIDA ACHA O MAIOR    *
003590*                          NUMERO DE RODADA (A MAIS RECENTE NO   *
003600*                          ARQUIVO ACUMULADO) E O ARQUIVO E      *
003610*                          REABERTO PARA O BATIMENTO.            *
003620******************************************************************
003630 1500-SELECIONAR-RODADA.
003640
003650     IF LK-PARM-TAM > ZEROS
003660        AND LK-PARM-RODADA IS NUMERIC
003670        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
003680        DISPLAY 'SOLBAL - RODADA SELECIONADA PELO PARM: '
003690                WRK-RODADA-ALVO
003700        GO TO 1500-EXIT
003710     END-IF
003720
003730     PERFORM 3100-LER-SAIDA THRU 3100-EXIT
003740     PERFORM 1550-PROCURAR-MAIOR-RODADA THRU 1550-EXIT
003750         UNTIL WRK-FIM-SAIDA
003760     MOVE WRK-RODADA-MAX TO WRK-RODADA-ALVO
003770     DISPLAY 'SOLBAL - RODADA SELECIONADA (MAIS RECENTE): '
003780             WRK-RODADA-ALVO
003790
003800     MOVE 'N' TO WRK-SW-FIM-SAIDA
003810     CLOSE SAIDA
003820     OPEN INPUT SAIDA
003830     IF WRK-FS-SAIDA NOT = '00'
003840        DISPLAY 'SOLBAL - ERRO AO REABRIR SAIDA - FS='
003850                WRK-FS-SAIDA
003860        MOVE 16 TO WRK-RETORNO
003870     END-IF.
003880 1500-EXIT.
003890     EXIT.
003900
003910 1550-PROCURAR-MAIOR-RODADA.
003920
003930     IF REG-SAI-RODADA IS NUMERIC
003940        AND REG-SAI-RODADA > WRK-RODADA-MAX
003950        MOVE REG-SAI-RODADA TO WRK-RODADA-MAX
003960     END-IF
003970     PERFORM 3100-LER-SAIDA THRU 3100-EXIT.
003980 1550-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 3000-TOTALIZAR-SAIDA - RELE TODO O ARQUIVO SAIDA, RECONTANDO E *
004030*                        RESSOMANDO OS DETALHES 'D' E GUARDANDO  *
004040*                        O TRAILER 'T' PARA COMPARACAO.          *
004050******************************************************************
004060 3000-TOTALIZAR-SAIDA.
004070
004080     PERFORM 3100-LER-SAIDA THRU 3100-EXIT
004090     PERFORM 3200-ACUMULAR-SAIDA THRU 3200-EXIT
004100         UNTIL WRK-FIM-SAIDA.
004110 3000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 3100-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA.       *
004160******************************************************************
004170 3100-LER-SAIDA.
004180
004190     READ SAIDA
004200         AT END
004210            MOVE 'S' TO WRK-SW-FIM-SAIDA
004220     END-READ.
004230 3100-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 3200-ACUMULAR-SAIDA - ACUMULA UM REGISTRO DA SAIDA CONFORME O  *
004280*                       TIPO. UM SEGUNDO TRAILER NO ARQUIVO E    *
004290*                       APONTADO COMO ERRO DE BALANCEAMENTO.     *
004300******************************************************************
004310 3200-ACUMULAR-SAIDA.
004320
004330*    SO A RODADA SELECIONADA ENTRA NO BATIMENTO - O ARQUIVO
004340*    ACUMULA TODAS AS RODADAS (DISP=MOD).
004350     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
004360        GO TO 3200-LER
004370     END-IF
004380
004390     EVALUATE TRUE
004400        WHEN REG-SAI-CAB-RODADA
004410           CONTINUE
004420        WHEN REG-SAI-DETALHE
004430           ADD 1 TO WRK-QTDE-DETALHES
004440           ADD 1 TO WRK-PED-QTDE
004450           PERFORM 3220-SOMAR-DETALHE THRU 3220-EXIT
004460        WHEN REG-SAI-CAB-PEDIDO
004470           MOVE REG-SAI-CAB-SEQ-PEDIDO TO WRK-PED-SEQ
004480           MOVE ZEROS TO WRK-PED-QTDE
004490           MOVE WRK-GRD-ZERO-NUM TO WRK-PED-SOMA
004500        WHEN REG-SAI-TOT-PEDIDO
004510           PERFORM 3250-CONFERIR-PEDIDO THRU 3250-EXIT
004520        WHEN REG-SAI-TRAILER
004530           IF WRK-TRAILER-LIDO
004540              DISPLAY 'SOLBAL - ERRO - MAIS DE UM TRAILER NA '
004550                      'SAIDA'
004560              MOVE 'S' TO WRK-SW-DESBALANCEADO
004570           ELSE
004580              MOVE 'S' TO WRK-SW-TRAILER-LIDO
004590              MOVE REG-SAI-QTDE-REGS  TO WRK-TRL-QTDE-REGS
004600              MOVE REG-SAI-SOMA-TOTAL TO WRK-TRL-SOMA-TOTAL
004610           END-IF
004620        WHEN REG-SAI-LOCALIZADO
004630           CONTINUE
004640        WHEN REG-SAI-ADIADO
004650           CONTINUE
004660        WHEN REG-SAI-CAPACIDADE
004670           CONTINUE
004680        WHEN REG-SAI-PERIODO
004690           PERFORM 3270-CONFERIR-PERIODO THRU 3270-EXIT
004700        WHEN OTHER
004710           DISPLAY 'SOLBAL - ERRO - TIPO DE REGISTRO '
004720                   'DESCONHECIDO NA SAIDA: ' REG-SAI-TIPO
004730           MOVE 'S' TO WRK-SW-DESBALANCEADO
004740     END-EVALUATE.
004750
004760 3200-LER.
004770     PERFORM 3100-LER-SAIDA THRU 3100-EXIT.
004780 3200-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 3220-SOMAR-DETALHE - ACUMULA O VALOR DO DETALHE CORRENTE NA    *
004830*                      SOMA RECALCULADA DA RODADA E NA SOMA DO   *
004840*                      PEDIDO, NA ARITMETICA ESTENDIDA. UM       *
004850*                      ESTOURO NA RECONTAGEM SO PODE VIR DE      *
004860*                      ARQUIVO CORROMPIDO (O SOLUTION PARA ANTES *
004870*                      DE ESTOURAR) E MARCA O DESBALANCEAMENTO.  *
004880******************************************************************
004890 3220-SOMAR-DETALHE.
004900
004910     MOVE WRK-SOMA-DETALHES TO WRK-GRD-A
004920     MOVE REG-SAI-VALOR     TO WRK-GRD-B
004930     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
004940     IF WRK-GRD-ESTOUROU
004950        DISPLAY 'SOLBAL - ERRO - ESTOURO NA RECONTAGEM DA SOMA'
004960        MOVE 'S' TO WRK-SW-DESBALANCEADO
004970        GO TO 3220-EXIT
004980     END-IF
004990     MOVE WRK-GRD-R         TO WRK-SOMA-DETALHES
005000
005010     MOVE WRK-PED-SOMA      TO WRK-GRD-A
005020     MOVE REG-SAI-VALOR     TO WRK-GRD-B
005030     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
005040     IF WRK-GRD-ESTOUROU
005050        DISPLAY 'SOLBAL - ERRO - ESTOURO NA SOMA DO PEDIDO'
005060        MOVE 'S' TO WRK-SW-DESBALANCEADO
005070        GO TO 3220-EXIT
005080     END-IF
005090     MOVE WRK-GRD-R         TO WRK-PED-SOMA.
005100 3220-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 3250-CONFERIR-PEDIDO - CONFERE O TOTALIZADOR 'P' DO PEDIDO    *
005150*                        CONTRA A RECONTAGEM DOS DETALHES DO    *
005160*                        PROPRIO PEDIDO, ACUMULADA DESDE O SEU  *
005170*                        CABECALHO 'H'.                         *
005180******************************************************************
005190 3250-CONFERIR-PEDIDO.
005200
005210     IF REG-SAI-PED-SEQ-PEDIDO NOT = WRK-PED-SEQ
005220        DISPLAY 'SOLBAL - ERRO - TOTALIZADOR DO PEDIDO '
005230                REG-SAI-PED-SEQ-PEDIDO ' SEM CABECALHO '
005240                'CORRESPONDENTE'
005250        MOVE 'S' TO WRK-SW-DESBALANCEADO
005260        GO TO 3250-EXIT
005270     END-IF
005280
005290     IF REG-SAI-PED-QTDE-REGS NOT = WRK-PED-QTDE
005300        DISPLAY 'SOLBAL - ERRO - QTDE DO PEDIDO ' WRK-PED-SEQ
005310                ' (' REG-SAI-PED-QTDE-REGS ') DIFERE DA '
005320                'RECONTAGEM (' WRK-PED-QTDE ')'
005330        MOVE 'S' TO WRK-SW-DESBALANCEADO
005340     END-IF
005350
005360     MOVE REG-SAI-PED-SOMA TO WRK-PED-TRL-SOMA
005370     IF WRK-PED-TRL-SOMA NOT = WRK-PED-SOMA
005380        DISPLAY 'SOLBAL - ERRO - SOMA DO PEDIDO ' WRK-PED-SEQ
005390                ' DIFERE DA RECALCULADA'
005400        MOVE 'S' TO WRK-SW-DESBALANCEADO
005410     END-IF.
005420 3250-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 3270-CONFERIR-PERIODO - CONFERE O REGISTRO 'M' DE UM PEDIDO DE *
005470*                         RESIDUOS: ELE VEM DEPOIS DO ULTIMO     *
005480*                         DETALHE DO PEDIDO, ANTES DO 'P', E A   *
005490*                         QUANTIDADE QUE ANOTA TEM DE BATER COM  *
005500*                         A RECONTAGEM DOS DETALHES DO PEDIDO.   *
005510******************************************************************
005520 3270-CONFERIR-PERIODO.
005530
005540     IF REG-SAI-PER-SEQ-PEDIDO NOT = WRK-PED-SEQ
005550        DISPLAY 'SOLBAL - ERRO - PERIODO DO PEDIDO '
005560                REG-SAI-PER-SEQ-PEDIDO ' SEM CABECALHO '
005570                'CORRESPONDENTE'
005580        MOVE 'S' TO WRK-SW-DESBALANCEADO
005590        GO TO 3270-EXIT
005600     END-IF
005610
005620     IF REG-SAI-PER-QTDE-TERMOS NOT = WRK-PED-QTDE
005630        DISPLAY 'SOLBAL - ERRO - PERIODO DO PEDIDO ' WRK-PED-SEQ
005640                ' ANOTA ' REG-SAI-PER-QTDE-TERMOS ' TERMOS, '
005650                'RECONTAGEM (' WRK-PED-QTDE ')'
005660        MOVE 'S' TO WRK-SW-DESBALANCEADO
005670     END-IF.
005680 3270-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 4000-TOTALIZAR-LOGAUD - PERCORRE O LOGAUD (ACUMULADO, POIS O   *
005730*                         ARQUIVO E GRAVADO COM DISP=MOD) E SOMA *
005740*                         A QUANTIDADE GERADA DOS PEDIDOS DE     *
005750*                         GERACAO ('G', 'A' E 'M') DA RODADA     *
005760*                         MAIS RECENTE,                          *
005770*                         IDENTIFICADA PELA MAIOR DATA/HORA DO   *
005780*                         ARQUIVO. PEDIDOS DE LOCALIZACAO NAO    *
005790*                         ENTRAM, POIS A QUANTIDADE REGISTRADA   *
005800*                         PARA ELES E O INDICE LOCALIZADO, NAO   *
005810*                         TERMOS GRAVADOS NA SAIDA.              *
005820******************************************************************
005830 4000-TOTALIZAR-LOGAUD.
005840
005850     PERFORM 4100-LER-LOGAUD THRU 4100-EXIT
005860     PERFORM 4200-ACUMULAR-LOGAUD THRU 4200-EXIT
005870         UNTIL WRK-FIM-LOGAUD.
005880 4000-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 4100-LER-LOGAUD - LE O PROXIMO REGISTRO DO ARQUIVO LOGAUD.     *
005930******************************************************************
005940 4100-LER-LOGAUD.
005950
005960     READ LOGAUD
005970         AT END
005980            MOVE 'S' TO WRK-SW-FIM-LOGAUD
005990     END-READ.
006000 4100-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 4200-ACUMULAR-LOGAUD - ACUMULA A QUANTIDADE GERADA DOS         *
006050*                        PEDIDOS DE GERACAO ('G', 'A' E 'M') DA  *
006060*                        RODADA SELECIONADA, IDENTIFICADA PELO   *
006070*                        NUMERO DE RODADA CARIMBADO NO REGISTRO. *
006080******************************************************************
006090 4200-ACUMULAR-LOGAUD.
006100
006110     IF REG-LOG-RODADA IS NUMERIC
006120        AND REG-LOG-RODADA = WRK-RODADA-ALVO
006130        AND (REG-LOG-MODO = 'G' OR REG-LOG-MODO = 'A'
006140             OR REG-LOG-MODO = 'M')
006150        ADD REG-LOG-QTDE-GERADA TO WRK-LOG-QTDE-RODADA
006160     END-IF
006170
006180     PERFORM 4100-LER-LOGAUD THRU 4100-EXIT.
006190 4200-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 5000-COMPARAR-TOTAIS - COMPARA AS QUANTIDADES E SOMAS          *
006240*                        RECALCULADAS COM O TRAILER E COM O      *
006250*                        LOGAUD E EXIBE O RESULTADO DO           *
006260*                        BATIMENTO. QUALQUER DIFERENCA MARCA A   *
006270*                        RODADA COMO DESBALANCEADA.              *
006280******************************************************************
006290 5000-COMPARAR-TOTAIS.
006300
006310     DISPLAY 'SOLBAL - BATIMENTO DA RODADA ' WRK-RODADA-ALVO
006320     DISPLAY 'SOLBAL - DETALHES RECONTADOS..: '
006330             WRK-QTDE-DETALHES
006340     MOVE WRK-SOMA-DETALHES TO WRK-GRD-A
006350     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
006360     DISPLAY 'SOLBAL - SOMA RECALCULADA.....: '
006370             WRK-NUM-EDITADO
006380
006390     IF NOT WRK-TRAILER-LIDO
006400        DISPLAY 'SOLBAL - ERRO - TRAILER AUSENTE NA SAIDA'
006410        MOVE 'S' TO WRK-SW-DESBALANCEADO
006420     ELSE
006430        IF WRK-QTDE-DETALHES NOT = WRK-TRL-QTDE-REGS
006440           DISPLAY 'SOLBAL - ERRO - QUANTIDADE DO TRAILER ('
006450                   WRK-TRL-QTDE-REGS ') DIFERE DA RECONTAGEM ('
006460                   WRK-QTDE-DETALHES ')'
006470           MOVE 'S' TO WRK-SW-DESBALANCEADO
006480        END-IF
006490        IF WRK-SOMA-DETALHES NOT = WRK-TRL-SOMA-TOTAL
006500           MOVE WRK-TRL-SOMA-TOTAL TO WRK-GRD-A
006510           PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
006520           DISPLAY 'SOLBAL - ERRO - SOMA DO TRAILER ('
006530                   WRK-NUM-EDITADO ') DIFERE DA RECALCULADA'
006540           MOVE 'S' TO WRK-SW-DESBALANCEADO
006550        END-IF
006560     END-IF
006570
006580     IF WRK-LOG-QTDE-RODADA NOT = WRK-QTDE-DETALHES
006590        DISPLAY 'SOLBAL - ERRO - QTDE GERADA NO LOGAUD ('
006600                WRK-LOG-QTDE-RODADA ') DIFERE DOS DETALHES DA '
006610                'SAIDA (' WRK-QTDE-DETALHES ')'
006620        MOVE 'S' TO WRK-SW-DESBALANCEADO
006630     END-IF
006640
006650     IF WRK-DESBALANCEADO
006660        DISPLAY 'SOLBAL - RODADA FORA DE BALANCEAMENTO'
006670        IF WRK-RETORNO < 8
006680           MOVE 8 TO WRK-RETORNO
006690        END-IF
006700     ELSE
006710        DISPLAY 'SOLBAL - RODADA BALANCEADA'
006720     END-IF.
006730 5000-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 9000-GRD-SOMAR - SOMA ESTENDIDA COM SINAL: R = A + B. SINAIS   *
006780*                  IGUAIS SOMAM AS MAGNITUDES (ESTOURO POSSIVEL);*
006790*                  SINAIS OPOSTOS SUBTRAEM A MENOR MAGNITUDE DA  *
006800*                  MAIOR, QUE DITA O SINAL. OS OPERANDOS A E B   *
006810*                  NAO SAO PRESERVADOS; ZERO E NORMALIZADO COM   *
006820*                  SINAL '+'. MESMA CONVENCAO DO SOLUTION.       *
006830******************************************************************
006840 9000-GRD-SOMAR.
006850
006860     MOVE 'N' TO WRK-GRD-ESTOURO
006870     IF WRK-GRD-A-SINAL = WRK-GRD-B-SINAL
006880        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
006890        PERFORM 9010-GRD-SOMAR-MAG THRU 9010-EXIT
006900     ELSE
006910*       AS MAGNITUDES TEM LARGURA FIXA COM ZEROS A ESQUERDA, DE
006920*       MODO QUE A COMPARACAO ALFANUMERICA EQUIVALE A NUMERICA.
006930        IF WRK-GRD-A-DIGITOS < WRK-GRD-B-DIGITOS
006940           MOVE WRK-GRD-A     TO WRK-GRD-TROCA
006950           MOVE WRK-GRD-B     TO WRK-GRD-A
006960           MOVE WRK-GRD-TROCA TO WRK-GRD-B
006970        END-IF
006980        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
006990        PERFORM 9020-GRD-SUBTRAIR-MAG THRU 9020-EXIT
007000     END-IF
007010
007020     IF WRK-GRD-R-DIGITOS = WRK-GRD-ZEROS
007030        MOVE '+' TO WRK-GRD-R-SINAL
007040     END-IF.
007050 9000-EXIT.
007060     EXIT.
007070
007080 9010-GRD-SOMAR-MAG.
007090
007100     MOVE ZEROS TO WRK-GRD-CARRY
007110     PERFORM 9015-GRD-SOMAR-DIGITO THRU 9015-EXIT
007120         VARYING WRK-GRD-IND FROM 112 BY -1
007130         UNTIL WRK-GRD-IND < 1
007140     IF WRK-GRD-CARRY > ZEROS
007150        MOVE 'S' TO WRK-GRD-ESTOURO
007160     END-IF.
007170 9010-EXIT.
007180     EXIT.
007190
007200 9015-GRD-SOMAR-DIGITO.
007210
007220     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
007230                              + WRK-GRD-B-DIG (WRK-GRD-IND)
007240                              + WRK-GRD-CARRY
007250     IF WRK-GRD-TRABALHO > 9
007260        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO - 10
007270        MOVE 1 TO WRK-GRD-CARRY
007280     ELSE
007290        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
007300        MOVE ZEROS TO WRK-GRD-CARRY
007310     END-IF.
007320 9015-EXIT.
007330     EXIT.
007340
007350 9020-GRD-SUBTRAIR-MAG.
007360
007370     MOVE ZEROS TO WRK-GRD-CARRY
007380     PERFORM 9025-GRD-SUBTRAIR-DIGITO THRU 9025-EXIT
007390         VARYING WRK-GRD-IND FROM 112 BY -1
007400         UNTIL WRK-GRD-IND < 1.
007410 9020-EXIT.
007420     EXIT.
007430
007440 9025-GRD-SUBTRAIR-DIGITO.
007450
007460     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
007470                              - WRK-GRD-B-DIG (WRK-GRD-IND)
007480                              - WRK-GRD-CARRY
007490     IF WRK-GRD-TRABALHO < ZEROS
007500        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO + 10
007510        MOVE 1 TO WRK-GRD-CARRY
007520     ELSE
007530        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
007540        MOVE ZEROS TO WRK-GRD-CARRY
007550     END-IF.
007560 9025-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600* 9300-GRD-EDITAR - EDITA O NUMERO ESTENDIDO EM WRK-GRD-A PARA   *
007610*                   EXIBICAO (WRK-NUM-EDITADO): SUPRIME OS ZEROS *
007620*                   A ESQUERDA E ANTEPOE O SINAL '-' QUANDO      *
007630*                   NEGATIVO.                                    *
007640******************************************************************
007650 9300-GRD-EDITAR.
007660
007670     MOVE SPACES TO WRK-NUM-EDITADO
007680     MOVE ZEROS  TO WRK-GRD-IND-EDIT
007690     PERFORM 9310-GRD-PROCURAR-DIGITO THRU 9310-EXIT
007700         VARYING WRK-GRD-IND FROM 1 BY 1
007710         UNTIL WRK-GRD-IND > 112
007720            OR WRK-GRD-IND-EDIT > ZEROS
007730     IF WRK-GRD-IND-EDIT = ZEROS
007740        MOVE '0' TO WRK-NUM-EDITADO (1:1)
007750     ELSE
007760        COMPUTE WRK-GRD-TAM = 113 - WRK-GRD-IND-EDIT
007770        IF WRK-GRD-A-SINAL = '-'
007780           MOVE '-' TO WRK-NUM-EDITADO (1:1)
007790           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
007800                TO WRK-NUM-EDITADO (2:WRK-GRD-TAM)
007810        ELSE
007820           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
007830                TO WRK-NUM-EDITADO (1:WRK-GRD-TAM)
007840        END-IF
007850     END-IF.
007860 9300-EXIT.
007870     EXIT.
007880
007890 9310-GRD-PROCURAR-DIGITO.
007900
007910     IF WRK-GRD-A-DIG (WRK-GRD-IND) > ZEROS
007920        MOVE WRK-GRD-IND TO WRK-GRD-IND-EDIT
007930     END-IF.
007940 9310-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
007990*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
008000*                            PASSO (PROGRAMA, DATA/HORA E        *
008010*                            RETURN-CODE), PARA O HISTORICO DE   *
008020*                            OPERACAO DO SOLHIS. UMA FALHA DE    *
008030*                            GRAVACAO AQUI SO GERA AVISO, SEM    *
008040*                            ALTERAR O RETURN-CODE DO PASSO.     *
008050******************************************************************
008060 8500-GRAVAR-RUN-CONTROLE.
008070
008080     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
008090     ACCEPT WRK-HORA-CTL FROM TIME
008100     OPEN EXTEND RUNCTL
008110     IF WRK-FS-RUNCTL = '35'
008120        OPEN OUTPUT RUNCTL
008130     END-IF
008140     IF WRK-FS-RUNCTL NOT = '00'
008150        DISPLAY 'SOLBAL - AVISO - RUNCTL INDISPONIVEL - FS='
008160                WRK-FS-RUNCTL
008170        GO TO 8500-EXIT
008180     END-IF
008190
008200     MOVE SPACES            TO REG-RUNCTL
008210     SET REG-RUN-REG-PASSO  TO TRUE
008220     MOVE WRK-RODADA-ALVO  TO REG-RUN-RODADA
008230     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
008240     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
008250     MOVE 'SOLBAL  ' TO REG-RUN-PAS-PROGRAMA
008260     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
008270     WRITE REG-RUNCTL
008280     CLOSE RUNCTL.
008290 8500-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
008340*                 ENCERRA O PROGRAMA.                            *
008350******************************************************************
008360 9999-ENCERRAR.
008370
008380     CLOSE SAIDA
008390     CLOSE LOGAUD
008400     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
008410     MOVE WRK-RETORNO TO RETURN-CODE
008420     STOP RUN.
008430 9999-EXIT.
008440     EXIT.
008450
008460 END PROGRAM SOLBAL.
