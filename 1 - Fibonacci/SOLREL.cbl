000450*                   PESADA) PASSA A SER DESTACADO NA SECAO DE    *
000460*                   TERMOS GERADOS, COM SOLICITANTE E            *
000470*                   REFERENCIA.                                  *
000480*  15/10/2026 RL    NOVO REGISTRO 'M' DA SAIDA: IMPRIME O        *
000490*                   PERIODO MODULO M DO PEDIDO DE RESIDUOS OU O  *
000500*                   AVISO DE PERIODO NAO ENCONTRADO.             *
000510*  15/10/2026 RL    REGISTRO 'S' DO PASSO NO RUNCTL AO ENCERRAR, *
000520*                   PARA O REINICIO DO SOLJOB PELO SOLRST.       *
000530*  15/10/2026 RL    O CABECALHO 'H' DA SAIDA GANHOU O NUMERO DA  *
000540*                   CADEIA NO CATALOGO DE CADEIAS (SO LAYOUT).   *
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID.     SOLREL.
000580 AUTHOR.         ROBSON LIMA.
000590 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000600 DATE-WRITTEN.   22/08/2026.
000610 DATE-COMPILED.
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SAIDA ASSIGN TO SAIDA
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-SAIDA.
000680     SELECT RELAT ASSIGN TO RELAT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-FS-RELAT.
000710     SELECT RUNCTL ASSIGN TO RUNCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-FS-RUNCTL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SAIDA
000770     RECORDING MODE IS F.
000780 01  REG-SAIDA.
000790     05 REG-SAI-TIPO             PIC X(01).
000800        88 REG-SAI-DETALHE           VALUE 'D'.
000810        88 REG-SAI-TRAILER           VALUE 'T'.
000820        88 REG-SAI-LOCALIZADO        VALUE 'L'.
000830        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
000840        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
000850        88 REG-SAI-CAPACIDADE        VALUE 'C'.
000860        88 REG-SAI-CAB-RODADA        VALUE 'R'.
000870        88 REG-SAI-ADIADO            VALUE 'F'.
000880        88 REG-SAI-PERIODO           VALUE 'M'.
000890     05 FILLER                   PIC X(01).
000900     05 REG-SAI-RODADA           PIC 9(05).
000910     05 FILLER                   PIC X(01).
000920     05 REG-SAI-CORPO.
000930        10 REG-SAI-INDICE           PIC 9(05).
000940        10 FILLER                   PIC X(01).
000950        10 REG-SAI-VALOR.
000960           15 REG-SAI-VALOR-SINAL   PIC X(01).
000970           15 REG-SAI-VALOR-DIGITOS PIC X(112).
000980        10 FILLER                   PIC X(01).
000990        10 REG-SAI-DATA-EXEC        PIC X(08).
001000        10 FILLER                   PIC X(21).
001010     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001020        10 REG-SAI-QTDE-REGS        PIC 9(07).
001030        10 FILLER                   PIC X(01).
001040        10 REG-SAI-SOMA-TOTAL.
001050           15 REG-SAI-SOMA-SINAL    PIC X(01).
001060           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001070        10 FILLER                   PIC X(28).
001080     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001090        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001100        10 FILLER                   PIC X(01).
001110        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001120        10 FILLER                   PIC X(01).
001130        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001140        10 FILLER                   PIC X(01).
001150        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001160        10 FILLER                   PIC X(01).
001170        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001180        10 FILLER                   PIC X(01).
001190        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001200        10 FILLER                   PIC X(01).
001210        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001220        10 FILLER                   PIC X(01).
001230        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001240        10 FILLER                   PIC X(01).
001250        10 REG-SAI-CAB-MODO         PIC X(01).
001260        10 FILLER                   PIC X(01).
001270        10 REG-SAI-CAB-MODULO       PIC 9(18).
001280        10 FILLER                   PIC X(01).
001290        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001300        10 FILLER                   PIC X(35).
001310     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001320        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001330        10 FILLER                   PIC X(01).
001340        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001350        10 FILLER                   PIC X(01).
001360        10 REG-SAI-PED-SOMA.
001370           15 REG-SAI-PED-SOMA-SINAL
001380                                    PIC X(01).
001390           15 REG-SAI-PED-SOMA-DIGITOS
001400                                    PIC X(112).
001410        10 FILLER                   PIC X(01).
001420        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001430        10 FILLER                   PIC X(01).
001440        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001450     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001460        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001470        10 FILLER                   PIC X(01).
001480        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001490        10 FILLER                   PIC X(01).
001500        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001510        10 FILLER                   PIC X(129).
001520     05 REG-SAI-DIFER REDEFINES REG-SAI-CORPO.
001530        10 REG-SAI-DIF-SEQ-PEDIDO   PIC 9(05).
001540        10 FILLER                   PIC X(01).
001550        10 REG-SAI-DIF-SOLICITANTE  PIC X(08).
001560        10 FILLER                   PIC X(01).
001570        10 REG-SAI-DIF-REFERENCIA   PIC X(12).
001580        10 FILLER                   PIC X(01).
001590        10 REG-SAI-DIF-MODO         PIC X(01).
001600        10 FILLER                   PIC X(01).
001610        10 REG-SAI-DIF-CLASSE       PIC X(01).
001620        10 FILLER                   PIC X(118).
001630     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001640        10 REG-SAI-ROD-DATA         PIC X(08).
001650        10 FILLER                   PIC X(01).
001660        10 REG-SAI-ROD-HORA         PIC X(08).
001670        10 FILLER                   PIC X(132).
001680     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001690        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001700        10 FILLER                   PIC X(01).
001710        10 REG-SAI-PER-MODULO       PIC 9(18).
001720        10 FILLER                   PIC X(01).
001730        10 REG-SAI-PER-SITUACAO     PIC X(01).
001740           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
001750           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
001760        10 FILLER                   PIC X(01).
001770        10 REG-SAI-PER-PERIODO      PIC 9(05).
001780        10 FILLER                   PIC X(01).
001790        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
001800        10 FILLER                   PIC X(01).
001810        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
001820        10 FILLER                   PIC X(01).
001830        10 REG-SAI-PER-REFERENCIA   PIC X(12).
001840        10 FILLER                   PIC X(89).
001850
001860 FD  RELAT
001870     RECORDING MODE IS F.
001880 01  REG-RELAT                   PIC X(132).
001890
001900 FD  RUNCTL
001910     RECORDING MODE IS F.
001920 01  REG-RUNCTL.
001930     05 REG-RUN-TIPO              PIC X(01).
001940        88 REG-RUN-REG-RODADA         VALUE 'R'.
001950        88 REG-RUN-REG-PASSO          VALUE 'S'.
001960     05 FILLER                    PIC X(01).
001970     05 REG-RUN-RODADA            PIC 9(05).
001980     05 FILLER                    PIC X(01).
001990     05 REG-RUN-DATA              PIC X(08).
002000     05 FILLER                    PIC X(01).
002010     05 REG-RUN-CORPO.
002020        10 REG-RUN-HORA-INI        PIC X(08).
002030        10 FILLER                  PIC X(01).
002040        10 REG-RUN-HORA-FIM        PIC X(08).
002050        10 FILLER                  PIC X(01).
002060        10 REG-RUN-RETORNO         PIC 9(02).
002070        10 FILLER                  PIC X(01).
002080        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002090        10 FILLER                  PIC X(01).
002100        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002110        10 FILLER                  PIC X(01).
002120        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002130        10 FILLER                  PIC X(01).
002140        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002150     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002160        10 REG-RUN-PAS-HORA        PIC X(08).
002170        10 FILLER                  PIC X(01).
002180        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002190        10 FILLER                  PIC X(01).
002200        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002210        10 FILLER                  PIC X(01).
002220        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
002230        10 FILLER                  PIC X(18).
002240 WORKING-STORAGE SECTION.
002250 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
002260 77 WRK-FS-RELAT                 PIC X(02) VALUE ZEROS.
002270 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
002280 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
002290 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
002300 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
002310 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
002320    88 WRK-FIM-SAIDA                 VALUE 'S'.
002330 77 WRK-SW-TRAILER-LIDO          PIC X(01) VALUE 'N'.
002340    88 WRK-TRAILER-LIDO              VALUE 'S'.
002350 77 WRK-SW-SECAO-ABERTA          PIC X(01) VALUE 'N'.
002360    88 WRK-SECAO-ABERTA              VALUE 'S'.
002370 77 WRK-DATA-RELATORIO           PIC 9(08) VALUE ZEROS.
002380 77 WRK-DATA-RODADA              PIC X(08) VALUE SPACES.
002390 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
002400 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
002410 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
002420 77 WRK-QTDE-DETALHES            PIC 9(07) VALUE ZEROS.
002430 77 WRK-QTDE-LOCALIZACOES        PIC 9(07) VALUE ZEROS.
002440 77 WRK-TRL-QTDE-REGS            PIC 9(07) VALUE ZEROS.
002450 77 WRK-TRL-SOMA-TOTAL           PIC X(113) VALUE SPACES.
002460 77 WRK-NUM-EDITADO              PIC X(114) VALUE SPACES.
002470
002480*    AREA E ESCALARES DA EDICAO DE NUMEROS ESTENDIDOS DE 64
002490*    DIGITOS (MESMA CONVENCAO DO SOLUTION: SINAL + MAGNITUDE).
002500 01 WRK-GRD-A.
002510    05 WRK-GRD-A-SINAL           PIC X(01) VALUE '+'.
002520    05 WRK-GRD-A-DIGITOS         PIC X(112) VALUE ZEROS.
002530    05 FILLER REDEFINES WRK-GRD-A-DIGITOS.
002540       10 WRK-GRD-A-DIG          PIC 9(01) OCCURS 112 TIMES.
002550 77 WRK-GRD-IND                  PIC S9(04) COMP VALUE ZEROS.
002560 77 WRK-GRD-IND-EDIT             PIC S9(04) COMP VALUE ZEROS.
002570 77 WRK-GRD-TAM                  PIC S9(04) COMP VALUE ZEROS.
002580
002590 77 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
002600 77 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
002610 77 WRK-DATA-ROD-MAX             PIC X(08) VALUE SPACES.
002620
002630 01 WRK-TITULO-SECAO             PIC X(40) VALUE SPACES.
002640
002650 01 CAB-LINHA-1.
002660    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
002670    05 FILLER                    PIC X(34) VALUE
002680       'RELATORIO DA SEQUENCIA GERADA     '.
002690    05 FILLER                    PIC X(16) VALUE
002700       'DATA DA RODADA: '.
002710    05 CAB-DATA-RODADA.
002720       10 CAB-ROD-DIA            PIC X(02).
002730       10 FILLER                 PIC X(01) VALUE '/'.
002740       10 CAB-ROD-MES            PIC X(02).
002750       10 FILLER                 PIC X(01) VALUE '/'.
002760       10 CAB-ROD-ANO            PIC X(04).
002770    05 FILLER                    PIC X(04) VALUE SPACES.
002780    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
002790    05 CAB-DATA-EMISSAO.
002800       10 CAB-EMI-DIA            PIC X(02).
002810       10 FILLER                 PIC X(01) VALUE '/'.
002820       10 CAB-EMI-MES            PIC X(02).
002830       10 FILLER                 PIC X(01) VALUE '/'.
002840       10 CAB-EMI-ANO            PIC X(04).
002850    05 FILLER                    PIC X(06) VALUE SPACES.
002860    05 FILLER                    PIC X(05) VALUE 'PAG. '.
002870    05 CAB-PAGINA                PIC ZZZ9.
002880    05 FILLER                    PIC X(09) VALUE '  RODADA '.
002890    05 CAB-RODADA                PIC ZZZZ9.
002900    05 FILLER                    PIC X(10) VALUE SPACES.
002910
002920 01 CAB-LINHA-2.
002930    05 FILLER                    PIC X(09) VALUE 'SECAO:   '.
002940    05 CAB-SECAO                 PIC X(40) VALUE SPACES.
002950    05 FILLER                    PIC X(83) VALUE SPACES.
002960
002970 01 CAB-COLUNAS-DET.
002980    05 FILLER                    PIC X(08) VALUE '  INDICE'.
002990    05 FILLER                    PIC X(12) VALUE SPACES.
003000    05 FILLER                    PIC X(14) VALUE 'VALOR DO TERMO'.
003010    05 FILLER                    PIC X(98) VALUE SPACES.
003020
003030 01 CAB-COLUNAS-LOC.
003040    05 FILLER                    PIC X(08) VALUE '  INDICE'.
003050    05 FILLER                    PIC X(01) VALUE SPACES.
003060    05 FILLER                    PIC X(10) VALUE 'SITUACAO  '.
003070    05 FILLER                    PIC X(01) VALUE SPACES.
003080    05 FILLER                    PIC X(15) VALUE
003090       'VALOR PROCURADO'.
003100    05 FILLER                    PIC X(97) VALUE SPACES.
003110
003120 01 DET-LINHA.
003130    05 FILLER                    PIC X(01) VALUE SPACES.
003140    05 DET-INDICE                PIC ZZ,ZZ9.
003150    05 FILLER                    PIC X(01) VALUE SPACES.
003160    05 DET-SITUACAO              PIC X(10) VALUE SPACES.
003170    05 FILLER                    PIC X(01) VALUE SPACES.
003180    05 DET-VALOR                 PIC X(113) VALUE SPACES.
003190
003200 01 PED-LINHA-CAB.
003210    05 FILLER                    PIC X(07) VALUE 'PEDIDO '.
003220    05 PED-CAB-SEQ               PIC ZZZZ9.
003230    05 FILLER                    PIC X(06) VALUE ' SEM: '.
003240    05 PED-CAB-SEM-1             PIC X(19).
003250    05 FILLER                    PIC X(01) VALUE '/'.
003260    05 PED-CAB-SEM-2             PIC X(19).
003270    05 FILLER                    PIC X(07) VALUE ' COEF: '.
003280    05 PED-CAB-COEF-P            PIC X(05).
003290    05 FILLER                    PIC X(01) VALUE '/'.
003300    05 PED-CAB-COEF-Q            PIC X(05).
003310    05 FILLER                    PIC X(07) VALUE ' QTDE: '.
003320    05 PED-CAB-QTDE              PIC ZZZZ9.
003330    05 FILLER                    PIC X(07) VALUE ' SOLIC '.
003340    05 PED-CAB-SOLIC             PIC X(08).
003350    05 FILLER                    PIC X(05) VALUE ' REF '.
003360    05 PED-CAB-REF               PIC X(12).
003370    05 FILLER                    PIC X(13) VALUE SPACES.
003380
003390 01 PED-LINHA-TOT.
003400    05 FILLER                    PIC X(13) VALUE
003410       'TOTAL PEDIDO '.
003420    05 PED-TOT-SEQ               PIC ZZZZ9.
003430    05 FILLER                    PIC X(06) VALUE ' QTDE '.
003440    05 PED-TOT-QTDE              PIC Z,ZZZ,ZZ9.
003450    05 FILLER                    PIC X(07) VALUE ' SOLIC '.
003460    05 PED-TOT-SOLIC             PIC X(08).
003470    05 FILLER                    PIC X(84) VALUE SPACES.
003480
003490 01 PED-LINHA-SOMA.
003500    05 FILLER                    PIC X(06) VALUE ' SOMA '.
003510    05 PED-TOT-SOMA              PIC X(113) VALUE SPACES.
003520    05 FILLER                    PIC X(13) VALUE SPACES.
003530
003540 01 PED-LINHA-CAPAC.
003550    05 FILLER                    PIC X(26) VALUE
003560       '*** CAPACIDADE ATINGIDA -'.
003570    05 FILLER                    PIC X(24) VALUE
003580       ' GERACAO INTERROMPIDA NO'.
003590    05 FILLER                    PIC X(07) VALUE ' TERMO '.
003600    05 PED-CPC-INDICE            PIC ZZ,ZZ9.
003610    05 FILLER                    PIC X(04) VALUE ' ***'.
003620    05 FILLER                    PIC X(65) VALUE SPACES.
003630
003640 01 PED-LINHA-ADIADO.
003650    05 FILLER                    PIC X(11) VALUE '*** PEDIDO '.
003660    05 PED-ADI-SEQ               PIC ZZZZ9.
003670    05 FILLER                    PIC X(31) VALUE
003680       ' ADIADO PARA A RODADA PESADA - '.
003690    05 FILLER                    PIC X(06) VALUE 'SOLIC '.
003700    05 PED-ADI-SOLIC             PIC X(08).
003710    05 FILLER                    PIC X(05) VALUE ' REF '.
003720    05 PED-ADI-REF               PIC X(12).
003730    05 FILLER                    PIC X(04) VALUE ' ***'.
003740    05 FILLER                    PIC X(50) VALUE SPACES.
003750
003760 01 PED-LINHA-PERIODO.
003770    05 FILLER                    PIC X(19) VALUE
003780       '*** PERIODO MODULO '.
003790    05 PED-PER-MODULO            PIC Z(12)9.
003800    05 FILLER                    PIC X(02) VALUE ': '.
003810    05 PED-PER-PERIODO           PIC ZZ,ZZ9.
003820    05 FILLER                    PIC X(11) VALUE ' TERMOS ***'.
003830    05 FILLER                    PIC X(81) VALUE SPACES.
003840
003850 01 PED-LINHA-SEM-PERIODO.
003860    05 FILLER                    PIC X(11) VALUE '*** MODULO '.
003870    05 PED-SPR-MODULO            PIC Z(12)9.
003880    05 FILLER                    PIC X(41) VALUE
003890       ' - SEM PERIODO ATE A TRAVA DE SEGURANCA ('.
003900    05 PED-SPR-QTDE              PIC ZZ,ZZ9.
003910    05 FILLER                    PIC X(12) VALUE ' TERMOS) ***'.
003920    05 FILLER                    PIC X(49) VALUE SPACES.
003930
003940 01 TOT-LINHA-1.
003950    05 FILLER                    PIC X(34) VALUE
003960       'QUANTIDADE DE TERMOS (TRAILER)..: '.
003970    05 TOT-QTDE-REGS             PIC Z,ZZZ,ZZ9.
003980    05 FILLER                    PIC X(89) VALUE SPACES.
003990
004000 01 TOT-LINHA-2.
004010    05 FILLER                    PIC X(19) VALUE
004020       'SOMA (TRAILER)...: '.
004030    05 TOT-SOMA-TOTAL            PIC X(113) VALUE SPACES.
004040
004050 01 TOT-LINHA-3.
004060    05 FILLER                    PIC X(34) VALUE
004070       'TERMOS LISTADOS NESTE RELATORIO.: '.
004080    05 TOT-QTDE-LISTADA          PIC Z,ZZZ,ZZ9.
004090    05 FILLER                    PIC X(89) VALUE SPACES.
004100
004110 01 TOT-LINHA-4.
004120    05 FILLER                    PIC X(34) VALUE
004130       'LOCALIZACOES LISTADAS...........: '.
004140    05 TOT-QTDE-LOCALIZ          PIC Z,ZZZ,ZZ9.
004150    05 FILLER                    PIC X(89) VALUE SPACES.
004160
004170 LINKAGE SECTION.
004180 01 LK-PARM.
004190    05 LK-PARM-TAM               PIC S9(04) COMP.
004200    05 LK-PARM-RODADA            PIC X(05).
004210
004220 PROCEDURE DIVISION USING LK-PARM.
004230 0000-MAINLINE.
004240
004250     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
004260
004270     IF WRK-RETORNO = ZEROS
004280        MOVE 'TERMOS GERADOS NA RODADA' TO WRK-TITULO-SECAO
004290        PERFORM 3000-PROCESSAR-DETALHES THRU 3000-EXIT
004300        IF WRK-QTDE-LOCALIZACOES > ZEROS
004310           PERFORM 4000-PROCESSAR-LOCALIZACOES THRU 4000-EXIT
004320        END-IF
004330        PERFORM 5000-IMPRIMIR-TOTAIS THRU 5000-EXIT
004340     END-IF
004350
004360     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
004370
004380******************************************************************
004390* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EMISSAO   *
004400*                    E PREPARA OS CONTADORES DE PAGINACAO.       *
004410******************************************************************
004420 1000-INICIALIZAR.
004430
004440     ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
004450
004460     OPEN INPUT SAIDA
004470     IF WRK-FS-SAIDA NOT = '00'
004480        DISPLAY 'SOLREL - ERRO AO ABRIR SAIDA - FS='
004490                WRK-FS-SAIDA
004500        MOVE 16 TO WRK-RETORNO
004510     END-IF
004520
004530     OPEN OUTPUT RELAT
004540     IF WRK-FS-RELAT NOT = '00'
004550        DISPLAY 'SOLREL - ERRO AO ABRIR RELAT - FS='
004560                WRK-FS-RELAT
004570        MOVE 16 TO WRK-RETORNO
004580     END-IF
004590
004600     IF WRK-RETORNO = ZEROS
004610        PERFORM 1100-SELECIONAR-RODADA THRU 1100-EXIT
004620     END-IF.
004630 1000-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670* 1100-SELECIONAR-RODADA - VARRE A SAIDA PARA DEFINIR A RODADA  *
004680*                          A RELATAR (A DO PARM OU, SEM PARM, A *
004690*                          DE MAIOR NUMERO NO ARQUIVO           *
004700*                          ACUMULADO), GUARDA A DATA DO SEU     *
004710*                          CABECALHO 'R' PARA A PRIMEIRA PAGINA *
004720*                          E REPOSICIONA O ARQUIVO NO INICIO.   *
004730******************************************************************
004740 1100-SELECIONAR-RODADA.
004750
004760     IF LK-PARM-TAM > ZEROS
004770        AND LK-PARM-RODADA IS NUMERIC
004780        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
004790     END-IF
004800
004810     MOVE 'N' TO WRK-SW-FIM-SAIDA
004820     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
004830     PERFORM 1150-EXAMINAR-RODADA THRU 1150-EXIT
004840         UNTIL WRK-FIM-SAIDA
004850
004860     IF WRK-RODADA-ALVO = ZEROS
004870        MOVE WRK-RODADA-MAX  TO WRK-RODADA-ALVO
004880        MOVE WRK-DATA-ROD-MAX TO WRK-DATA-RODADA
004890     END-IF
004900     DISPLAY 'SOLREL - RODADA SELECIONADA: ' WRK-RODADA-ALVO
004910
004920     MOVE 'N' TO WRK-SW-FIM-SAIDA
004930     CLOSE SAIDA
004940     OPEN INPUT SAIDA
004950     IF WRK-FS-SAIDA NOT = '00'
004960        DISPLAY 'SOLREL - ERRO AO REABRIR SAIDA - FS='
004970                WRK-FS-SAIDA
004980        MOVE 16 TO WRK-RETORNO
004990     END-IF.
005000 1100-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 1150-EXAMINAR-RODADA - EXAMINA UM REGISTRO DA VARREDURA       *
005050*                        INICIAL: GUARDA O MAIOR NUMERO DE      *
005060*                        RODADA VISTO (COM A DATA DO SEU        *
005070*                        CABECALHO 'R') E, QUANDO A RODADA FOI  *
005080*                        FIXADA PELO PARM, A DATA DO CABECALHO  *
005090*                        'R' DELA.                              *
005100******************************************************************
005110 1150-EXAMINAR-RODADA.
005120
005130     IF REG-SAI-CAB-RODADA
005140        AND REG-SAI-RODADA IS NUMERIC
005150        IF WRK-RODADA-ALVO > ZEROS
005160           IF REG-SAI-RODADA = WRK-RODADA-ALVO
005170              MOVE REG-SAI-ROD-DATA TO WRK-DATA-RODADA
005180           END-IF
005190        ELSE
005200           IF REG-SAI-RODADA >= WRK-RODADA-MAX
005210              MOVE REG-SAI-RODADA   TO WRK-RODADA-MAX
005220              MOVE REG-SAI-ROD-DATA TO WRK-DATA-ROD-MAX
005230           END-IF
005240        END-IF
005250     END-IF
005260     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
005270 1150-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2000-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA E      *
005320*                  SINALIZA O FIM DO ARQUIVO.                    *
005330******************************************************************
005340 2000-LER-SAIDA.
005350
005360     READ SAIDA
005370         AT END
005380            MOVE 'S' TO WRK-SW-FIM-SAIDA
005390     END-READ.
005400 2000-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 3000-PROCESSAR-DETALHES - PRIMEIRA PASSAGEM DA SAIDA: LISTA A  *
005450*                           SECAO DE TERMOS GERADOS ('D'),       *
005460*                           GUARDA O TRAILER ('T') PARA A PAGINA *
005470*                           DE TOTAIS E CONTA AS LOCALIZACOES    *
005480*                           ('L') PARA DECIDIR SE HAVERA A       *
005490*                           SEGUNDA SECAO.                       *
005500******************************************************************
005510 3000-PROCESSAR-DETALHES.
005520
005530     MOVE 'N' TO WRK-SW-FIM-SAIDA
005540     MOVE 'N' TO WRK-SW-SECAO-ABERTA
005550     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
005560     PERFORM 3100-CLASSIFICAR-REGISTRO THRU 3100-EXIT
005570         UNTIL WRK-FIM-SAIDA
005580     CLOSE SAIDA.
005590 3000-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 3100-CLASSIFICAR-REGISTRO - TRATA UM REGISTRO DA PRIMEIRA      *
005640*                             PASSAGEM CONFORME O SEU TIPO.      *
005650******************************************************************
005660 3100-CLASSIFICAR-REGISTRO.
005670
005680*    SO A RODADA SELECIONADA ENTRA NO RELATORIO.
005690     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
005700        GO TO 3100-LER
005710     END-IF
005720
005730     EVALUATE TRUE
005740        WHEN REG-SAI-CAB-RODADA
005750           CONTINUE
005760        WHEN REG-SAI-DETALHE
005770           IF WRK-DATA-RODADA = SPACES
005780              MOVE REG-SAI-DATA-EXEC TO WRK-DATA-RODADA
005790           END-IF
005800           PERFORM 3200-IMPRIMIR-DETALHE THRU 3200-EXIT
005810        WHEN REG-SAI-CAB-PEDIDO
005820           PERFORM 3300-IMPRIMIR-CABEC-PED THRU 3300-EXIT
005830        WHEN REG-SAI-TOT-PEDIDO
005840           PERFORM 3400-IMPRIMIR-TOT-PED THRU 3400-EXIT
005850        WHEN REG-SAI-ADIADO
005860           PERFORM 3600-IMPRIMIR-ADIADO THRU 3600-EXIT
005870        WHEN REG-SAI-CAPACIDADE
005880           PERFORM 3500-IMPRIMIR-CAPACIDADE THRU 3500-EXIT
005890        WHEN REG-SAI-PERIODO
005900           PERFORM 3700-IMPRIMIR-PERIODO THRU 3700-EXIT
005910        WHEN REG-SAI-LOCALIZADO
005920           IF WRK-DATA-RODADA = SPACES
005930              MOVE REG-SAI-DATA-EXEC TO WRK-DATA-RODADA
005940           END-IF
005950           ADD 1 TO WRK-QTDE-LOCALIZACOES
005960        WHEN REG-SAI-TRAILER
005970           MOVE 'S' TO WRK-SW-TRAILER-LIDO
005980           MOVE REG-SAI-QTDE-REGS  TO WRK-TRL-QTDE-REGS
005990           MOVE REG-SAI-SOMA-TOTAL TO WRK-TRL-SOMA-TOTAL
006000        WHEN OTHER
006010           DISPLAY 'SOLREL - TIPO DE REGISTRO DESCONHECIDO: '
006020                   REG-SAI-TIPO
006030           IF WRK-RETORNO < 4
006040              MOVE 4 TO WRK-RETORNO
006050           END-IF
006060     END-EVALUATE.
006070
006080 3100-LER.
006090     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
006100 3100-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 3200-IMPRIMIR-DETALHE - EDITA E IMPRIME UMA LINHA DE TERMO     *
006150*                         GERADO, QUEBRANDO A PAGINA QUANDO      *
006160*                         NECESSARIO.                            *
006170******************************************************************
006180 3200-IMPRIMIR-DETALHE.
006190
006200     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
006210        OR NOT WRK-SECAO-ABERTA
006220        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006230        MOVE CAB-COLUNAS-DET TO REG-RELAT
006240        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006250        MOVE SPACES TO REG-RELAT
006260        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006270        MOVE 'S' TO WRK-SW-SECAO-ABERTA
006280     END-IF
006290
006300     MOVE REG-SAI-INDICE TO DET-INDICE
006310     MOVE REG-SAI-VALOR  TO WRK-GRD-A
006320     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
006330     MOVE WRK-NUM-EDITADO TO DET-VALOR
006340     MOVE SPACES         TO DET-SITUACAO
006350     MOVE DET-LINHA      TO REG-RELAT
006360     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006370     ADD 1 TO WRK-QTDE-DETALHES.
006380 3200-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 3300-IMPRIMIR-CABEC-PED - DESTACA NA SECAO DE TERMOS GERADOS  *
006430*                           O INICIO DE UM PEDIDO, COM AS SUAS  *
006440*                           SEMENTES E A QUANTIDADE SOLICITADA. *
006450******************************************************************
006460 3300-IMPRIMIR-CABEC-PED.
006470
006480     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
006490        OR NOT WRK-SECAO-ABERTA
006500        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006510        MOVE CAB-COLUNAS-DET TO REG-RELAT
006520        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006530        MOVE SPACES TO REG-RELAT
006540        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006550        MOVE 'S' TO WRK-SW-SECAO-ABERTA
006560     END-IF
006570
006580     MOVE SPACES TO REG-RELAT
006590     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006600     MOVE REG-SAI-CAB-SEQ-PEDIDO TO PED-CAB-SEQ
006610     MOVE REG-SAI-CAB-SEMENTE-1  TO PED-CAB-SEM-1
006620     MOVE REG-SAI-CAB-SEMENTE-2  TO PED-CAB-SEM-2
006630     MOVE REG-SAI-CAB-QTDE-SOLIC TO PED-CAB-QTDE
006640     MOVE REG-SAI-CAB-COEF-P     TO PED-CAB-COEF-P
006650     MOVE REG-SAI-CAB-COEF-Q     TO PED-CAB-COEF-Q
006660     MOVE REG-SAI-CAB-SOLICITANTE TO PED-CAB-SOLIC
006670     MOVE REG-SAI-CAB-REFERENCIA TO PED-CAB-REF
006680     MOVE PED-LINHA-CAB TO REG-RELAT
006690     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
006700 3300-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 3400-IMPRIMIR-TOT-PED - DESTACA O TOTALIZADOR DO PEDIDO (A    *
006750*                         QUANTIDADE E A SOMA DO PROPRIO        *
006760*                         PEDIDO) AO FINAL DO SEU BLOCO DE      *
006770*                         DETALHES.                             *
006780******************************************************************
006790 3400-IMPRIMIR-TOT-PED.
006800
006810     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
006820        OR NOT WRK-SECAO-ABERTA
006830        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006840        MOVE 'S' TO WRK-SW-SECAO-ABERTA
006850     END-IF
006860
006870     MOVE REG-SAI-PED-SEQ-PEDIDO TO PED-TOT-SEQ
006880     MOVE REG-SAI-PED-QTDE-REGS  TO PED-TOT-QTDE
006890     MOVE REG-SAI-PED-SOMA       TO WRK-GRD-A
006900     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
006910     MOVE WRK-NUM-EDITADO        TO PED-TOT-SOMA
006920     MOVE REG-SAI-PED-SOLICITANTE TO PED-TOT-SOLIC
006930     MOVE PED-LINHA-TOT TO REG-RELAT
006940     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
006950     MOVE PED-LINHA-SOMA TO REG-RELAT
006960     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
006970 3400-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 3500-IMPRIMIR-CAPACIDADE - DESTACA O REGISTRO 'C': O PEDIDO   *
007020*                            PAROU POR ESTOURO DE CAPACIDADE NO *
007030*                            INDICE INFORMADO.                  *
007040******************************************************************
007050 3500-IMPRIMIR-CAPACIDADE.
007060
007070     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
007080        OR NOT WRK-SECAO-ABERTA
007090        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007100        MOVE 'S' TO WRK-SW-SECAO-ABERTA
007110     END-IF
007120
007130     MOVE REG-SAI-CPC-ULT-INDICE TO PED-CPC-INDICE
007140     MOVE PED-LINHA-CAPAC TO REG-RELAT
007150     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
007160 3500-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200* 3600-IMPRIMIR-ADIADO - DESTACA O REGISTRO 'F': O PEDIDO FOI   *
007210*                        ADIADO PARA A RODADA PESADA DE FIM DE  *
007220*                        SEMANA (ORCAMENTO DE TERMOS OU CLASSE  *
007230*                        'P'), COM O SOLICITANTE E A REFERENCIA *
007240*                        PARA O DONO SABER ONDE O PEDIDO FOI    *
007250*                        PARAR.                                 *
007260******************************************************************
007270 3600-IMPRIMIR-ADIADO.
007280
007290     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
007300        OR NOT WRK-SECAO-ABERTA
007310        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007320        MOVE 'S' TO WRK-SW-SECAO-ABERTA
007330     END-IF
007340
007350     MOVE REG-SAI-DIF-SEQ-PEDIDO  TO PED-ADI-SEQ
007360     MOVE REG-SAI-DIF-SOLICITANTE TO PED-ADI-SOLIC
007370     MOVE REG-SAI-DIF-REFERENCIA  TO PED-ADI-REF
007380     MOVE PED-LINHA-ADIADO TO REG-RELAT
007390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
007400 3600-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 3700-IMPRIMIR-PERIODO - DESTACA O REGISTRO 'M' DE UM PEDIDO DE *
007450*                         RESIDUOS: O PERIODO ENCONTRADO PARA O  *
007460*                         MODULO OU O AVISO DE QUE O PAR INICIAL *
007470*                         NAO SE REPETIU ATE A TRAVA DE          *
007480*                         SEGURANCA.                             *
007490******************************************************************
007500 3700-IMPRIMIR-PERIODO.
007510
007520     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
007530        OR NOT WRK-SECAO-ABERTA
007540        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007550        MOVE 'S' TO WRK-SW-SECAO-ABERTA
007560     END-IF
007570
007580     IF REG-SAI-PER-ENCONTRADO
007590        MOVE REG-SAI-PER-MODULO      TO PED-PER-MODULO
007600        MOVE REG-SAI-PER-PERIODO     TO PED-PER-PERIODO
007610        MOVE PED-LINHA-PERIODO       TO REG-RELAT
007620     ELSE
007630        MOVE REG-SAI-PER-MODULO      TO PED-SPR-MODULO
007640        MOVE REG-SAI-PER-QTDE-TERMOS TO PED-SPR-QTDE
007650        MOVE PED-LINHA-SEM-PERIODO   TO REG-RELAT
007660     END-IF
007670     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
007680 3700-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 4000-PROCESSAR-LOCALIZACOES - SEGUNDA PASSAGEM DA SAIDA: LISTA *
007730*                               A SECAO DE LOCALIZACOES ('L'),   *
007740*                               COM A SITUACAO DE CADA PEDIDO DE *
007750*                               BUSCA (ENCONTRADO OU NAO).       *
007760******************************************************************
007770 4000-PROCESSAR-LOCALIZACOES.
007780
007790     OPEN INPUT SAIDA
007800     IF WRK-FS-SAIDA NOT = '00'
007810        DISPLAY 'SOLREL - ERRO AO REABRIR SAIDA - FS='
007820                WRK-FS-SAIDA
007830        MOVE 16 TO WRK-RETORNO
007840        GO TO 4000-EXIT
007850     END-IF
007860
007870     MOVE 'TERMOS LOCALIZADOS (PEDIDOS DE BUSCA)'
007880                                  TO WRK-TITULO-SECAO
007890     MOVE 'N' TO WRK-SW-FIM-SAIDA
007900     MOVE 'N' TO WRK-SW-SECAO-ABERTA
007910     MOVE 99  TO WRK-LIN-CONTADOR
007920     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
007930     PERFORM 4100-IMPRIMIR-LOCALIZACAO THRU 4100-EXIT
007940         UNTIL WRK-FIM-SAIDA
007950     CLOSE SAIDA.
007960 4000-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 4100-IMPRIMIR-LOCALIZACAO - IMPRIME UMA LINHA DA SECAO DE      *
008010*                             LOCALIZACOES PARA CADA REGISTRO    *
008020*                             'L' ENCONTRADO NA SEGUNDA          *
008030*                             PASSAGEM.                          *
008040******************************************************************
008050 4100-IMPRIMIR-LOCALIZACAO.
008060
008070     IF REG-SAI-LOCALIZADO
008080        AND REG-SAI-RODADA = WRK-RODADA-ALVO
008090        IF WRK-LIN-CONTADOR > WRK-LIN-MAX
008100           OR NOT WRK-SECAO-ABERTA
008110           PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008120           MOVE CAB-COLUNAS-LOC TO REG-RELAT
008130           PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008140           MOVE SPACES TO REG-RELAT
008150           PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008160           MOVE 'S' TO WRK-SW-SECAO-ABERTA
008170        END-IF
008180        MOVE REG-SAI-INDICE TO DET-INDICE
008190        MOVE REG-SAI-VALOR  TO WRK-GRD-A
008200        PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
008210        MOVE WRK-NUM-EDITADO TO DET-VALOR
008220        IF REG-SAI-INDICE = ZEROS
008230           MOVE 'NAO LOCAL.' TO DET-SITUACAO
008240        ELSE
008250           MOVE 'LOCALIZADO' TO DET-SITUACAO
008260        END-IF
008270        MOVE DET-LINHA TO REG-RELAT
008280        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008290     END-IF
008300
008310     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
008320 4100-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 5000-IMPRIMIR-TOTAIS - PAGINA FINAL DE TOTAIS: REPRODUZ O      *
008370*                        TRAILER DE CONTROLE DA RODADA E AS      *
008380*                        QUANTIDADES LISTADAS NO RELATORIO. A    *
008390*                        AUSENCIA DO TRAILER E APONTADA COMO     *
008400*                        AVISO.                                  *
008410******************************************************************
008420 5000-IMPRIMIR-TOTAIS.
008430
008440     MOVE 'TOTAIS DE CONTROLE DA RODADA' TO WRK-TITULO-SECAO
008450     MOVE 99 TO WRK-LIN-CONTADOR
008460     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008470
008480     IF WRK-TRAILER-LIDO
008490        MOVE WRK-TRL-QTDE-REGS  TO TOT-QTDE-REGS
008500        MOVE WRK-TRL-SOMA-TOTAL TO WRK-GRD-A
008510        PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
008520        MOVE WRK-NUM-EDITADO    TO TOT-SOMA-TOTAL
008530        MOVE TOT-LINHA-1 TO REG-RELAT
008540        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008550        MOVE TOT-LINHA-2 TO REG-RELAT
008560        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008570     ELSE
008580        MOVE 'TRAILER DE CONTROLE AUSENTE NA SAIDA - VERIFICAR'
008590                                TO REG-RELAT
008600        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008610        DISPLAY 'SOLREL - AVISO - TRAILER AUSENTE NA SAIDA'
008620        IF WRK-RETORNO < 4
008630           MOVE 4 TO WRK-RETORNO
008640        END-IF
008650     END-IF
008660
008670     MOVE SPACES TO REG-RELAT
008680     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008690     MOVE WRK-QTDE-DETALHES TO TOT-QTDE-LISTADA
008700     MOVE TOT-LINHA-3 TO REG-RELAT
008710     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008720     MOVE WRK-QTDE-LOCALIZACOES TO TOT-QTDE-LOCALIZ
008730     MOVE TOT-LINHA-4 TO REG-RELAT
008740     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
008750 5000-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
008800*                           PADRAO COM A DATA DA RODADA, A DATA  *
008810*                           DE EMISSAO, O NUMERO DA PAGINA E O   *
008820*                           TITULO DA SECAO CORRENTE.            *
008830******************************************************************
008840 7000-IMPRIMIR-CABECALHO.
008850
008860     ADD 1 TO WRK-PAG-CONTADOR
008870     MOVE WRK-RODADA-ALVO TO CAB-RODADA
008880     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
008890
008900     IF WRK-DATA-RODADA = SPACES
008910        MOVE SPACES TO CAB-ROD-DIA
008920        MOVE SPACES TO CAB-ROD-MES
008930        MOVE SPACES TO CAB-ROD-ANO
008940     ELSE
008950        MOVE WRK-DATA-RODADA(7:2) TO CAB-ROD-DIA
008960        MOVE WRK-DATA-RODADA(5:2) TO CAB-ROD-MES
008970        MOVE WRK-DATA-RODADA(1:4) TO CAB-ROD-ANO
008980     END-IF
008990     MOVE WRK-DATA-RELATORIO(7:2) TO CAB-EMI-DIA
009000     MOVE WRK-DATA-RELATORIO(5:2) TO CAB-EMI-MES
009010     MOVE WRK-DATA-RELATORIO(1:4) TO CAB-EMI-ANO
009020
009030     MOVE CAB-LINHA-1 TO REG-RELAT
009040     WRITE REG-RELAT AFTER ADVANCING PAGE
009050     MOVE WRK-TITULO-SECAO TO CAB-SECAO
009060     MOVE CAB-LINHA-2 TO REG-RELAT
009070     WRITE REG-RELAT AFTER ADVANCING 1 LINE
009080     MOVE SPACES TO REG-RELAT
009090     WRITE REG-RELAT AFTER ADVANCING 1 LINE
009100     MOVE 4 TO WRK-LIN-CONTADOR.
009110 7000-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
009160*                     CONTADOR DE LINHAS DA PAGINA.              *
009170******************************************************************
009180 7100-GRAVAR-LINHA.
009190
009200     WRITE REG-RELAT AFTER ADVANCING 1 LINE
009210     ADD 1 TO WRK-LIN-CONTADOR.
009220 7100-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 9300-GRD-EDITAR - EDITA O NUMERO ESTENDIDO EM WRK-GRD-A PARA   *
009270*                   IMPRESSAO (WRK-NUM-EDITADO): SUPRIME OS      *
009280*                   ZEROS A ESQUERDA E ANTEPOE O SINAL '-'       *
009290*                   QUANDO NEGATIVO. MESMA CONVENCAO DO          *
009300*                   SOLUTION.                                    *
009310******************************************************************
009320 9300-GRD-EDITAR.
009330
009340     MOVE SPACES TO WRK-NUM-EDITADO
009350     MOVE ZEROS  TO WRK-GRD-IND-EDIT
009360     PERFORM 9310-GRD-PROCURAR-DIGITO THRU 9310-EXIT
009370         VARYING WRK-GRD-IND FROM 1 BY 1
009380         UNTIL WRK-GRD-IND > 112
009390            OR WRK-GRD-IND-EDIT > ZEROS
009400     IF WRK-GRD-IND-EDIT = ZEROS
009410        MOVE '0' TO WRK-NUM-EDITADO (1:1)
009420     ELSE
009430        COMPUTE WRK-GRD-TAM = 113 - WRK-GRD-IND-EDIT
009440        IF WRK-GRD-A-SINAL = '-'
009450           MOVE '-' TO WRK-NUM-EDITADO (1:1)
009460           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
009470                TO WRK-NUM-EDITADO (2:WRK-GRD-TAM)
009480        ELSE
009490           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
009500                TO WRK-NUM-EDITADO (1:WRK-GRD-TAM)
009510        END-IF
009520     END-IF.
009530 9300-EXIT.
009540     EXIT.
009550
009560 9310-GRD-PROCURAR-DIGITO.
009570
009580     IF WRK-GRD-A-DIG (WRK-GRD-IND) > ZEROS
009590        MOVE WRK-GRD-IND TO WRK-GRD-IND-EDIT
009600     END-IF.
009610 9310-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
009660*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
009670*                            PASSO (PROGRAMA, DATA/HORA,         *
009680*                            RETURN-CODE E DETALHES RELATADOS),  *
009690*                            PARA O HISTORICO DE OPERACAO E O    *
009700*                            REINICIO DO SOLJOB (SOLRST). UMA    *
009710*                            FALHA DE GRAVACAO AQUI SO GERA      *
009720*                            AVISO, SEM ALTERAR O RETURN-CODE DO *
009730*                            PASSO.                              *
009740******************************************************************
009750 8500-GRAVAR-RUN-CONTROLE.
009760
009770     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
009780     ACCEPT WRK-HORA-CTL FROM TIME
009790     OPEN EXTEND RUNCTL
009800     IF WRK-FS-RUNCTL = '35'
009810        OPEN OUTPUT RUNCTL
009820     END-IF
009830     IF WRK-FS-RUNCTL NOT = '00'
009840        DISPLAY 'SOLREL - AVISO - RUNCTL INDISPONIVEL - FS='
009850                WRK-FS-RUNCTL
009860        GO TO 8500-EXIT
009870     END-IF
009880
009890     MOVE SPACES            TO REG-RUNCTL
009900     SET REG-RUN-REG-PASSO  TO TRUE
009910     MOVE WRK-RODADA-ALVO   TO REG-RUN-RODADA
009920     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
009930     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
009940     MOVE 'SOLREL  '        TO REG-RUN-PAS-PROGRAMA
009950     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
009960     MOVE WRK-QTDE-DETALHES TO REG-RUN-PAS-QTDE-REGS
009970     WRITE REG-RUNCTL
009980     CLOSE RUNCTL.
009990 8500-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030* 9999-ENCERRAR - FECHA O RELATORIO, DEVOLVE O RETURN-CODE E     *
010040*                 ENCERRA O PROGRAMA.                            *
010050******************************************************************
010060 9999-ENCERRAR.
010070
010080     CLOSE RELAT
010090     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
010100     MOVE WRK-RETORNO TO RETURN-CODE
010110     STOP RUN.
010120 9999-EXIT.
010130     EXIT.
010140
010150 END PROGRAM SOLREL.
