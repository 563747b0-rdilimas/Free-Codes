000090*            DETALHES); SO ENTAO, NA SEGUNDA PASSAGEM, GRAVA O   *
000100*            ARQUIVO DE INTERFACE (EXTRATO): UM REGISTRO DE      *
000110*            TITULOS DE COLUNA SEGUIDO DE UM REGISTRO POR TERMO  *
000120*            COM DATA DA RODADA, PEDIDO, INDICE, VALOR, MODO,    *
000130*            MODULO E PERIODO (PEDIDOS DE RESIDUOS),             *
000140*            SEPARADOS POR PONTO-E-VIRGULA, VALOR COM SINAL      *
000150*            EXPLICITO E SEM CAMPOS COMPACTADOS. UMA SAIDA SEM   *
000160*            TRAILER OU FORA DE BALANCEAMENTO ENCERRA COM        *
000170*            RETURN-CODE 8 E NAO PRODUZ EXTRATO - O WAREHOUSE    *
000180*            NUNCA RECEBE RODADA PARCIAL. O REGISTRO 'S' DO      *
000190*            RUNCTL LEVA A QUANTIDADE DE TERMOS EXTRAIDOS, BASE  *
000200*            DA CONCILIACAO COM O RETORNO DO WAREHOUSE (SOLCONC).*
000210*            COM PARM='REENV', REEXTRAI CADA RODADA DA LISTA DE  *
000220*            REENVIO (REENVIO) GERADA PELO SOLCONC, COM UM       *
000230*            REGISTRO 'S' POR RODADA; A SAIDA PODE SER A VIVA    *
000240*            CONCATENADA COM AS GERACOES DE ARQUIVAMENTO DO      *
000250*            SOLCORT.                                            *
000260*            O EXTRATO E ACUMULADO (ABERTO EM EXTENSAO). ANTES DE*
000270*            GRAVAR, O PASSO ANOTA NO RUNCTL UMA MARCA DE INICIO *
000280*            (RETURN-CODE 99) COM AS LINHAS JA EXISTENTES: NUMA  *
000290*            RESSUBMISSAO, AS LINHAS DE UMA EXTRACAO INTERROMPIDA*
000300*            SAO RETIRADAS ANTES DA NOVA, E UMA RODADA JA        *
000310*            EXTRAIDA NAO E REPETIDA (FORA DO REENVIO).          *
000320*            CADA LINHA LEVA O NUMERO DA CADEIA DO PEDIDO NO     *
000330*            CATALOGO DE CADEIAS, E O PASSO GRAVA TAMBEM A       *
000340*            DIMENSAO DE CADEIAS DO WAREHOUSE (EXTCAD): UMA      *
000350*            FOTOGRAFIA COMPLETA DO CATALOGO A CADA EXECUCAO.    *
000360******************************************************************
000370* MODIFICATION HISTORY                                           *
000380*  DATE       INIC  DESCRICAO                                    *
000390*  22/08/2026 RL    VERSAO INICIAL - EXTRATO DELIMITADO COM      *
000400*                   CONFERENCIA PREVIA DO TRAILER.               *
000410*  02/09/2026 RL    O EXTRATO GANHOU AS COLUNAS SOLICITANTE E    *
000420*                   REFERENCIA, PROPAGADAS DO CABECALHO 'H' DE   *
000430*                   CADA PEDIDO, PARA O WAREHOUSE ATRIBUIR OS    *
000440*                   TERMOS AO DONO DO PEDIDO.                    *
000450*  02/09/2026 RL    O CABECALHO 'H' GANHOU OS COEFICIENTES P E Q *
000460*                   DA RECORRENCIA (SO LAYOUT - O EXTRATO NAO    *
000470*                   OS CARREGA).                                 *
000480*  02/09/2026 RL    ARITMETICA ESTENDIDA DE 112 DIGITOS: VALORES  *
000490*                   E SOMAS DA SAIDA EM SINAL + 112 DIGITOS       *
000500*                   (LRECL 157); A COLUNA VALOR DO EXTRATO       *
000510*                   PASSOU A SINAL + 112 DIGITOS (LRECL 156) E A  *
000520*                   CONFERENCIA RECONTA COM AS ROTINAS 9000.     *
000530*  02/09/2026 RL    EXTRACAO POR RODADA: A SAIDA CARREGA O       *
000540*                   NUMERO DA RODADA E O EXTRATO PASSA A COBRIR  *
000550*                   APENAS UMA - A DO PARM OU, SEM PARM, A MAIS  *
000560*                   RECENTE DO ARQUIVO ACUMULADO.                *
000570*  02/09/2026 RL    GRAVA NO RUNCTL O REGISTRO 'S' DO PASSO     *
000580*                   (PROGRAMA, RODADA, DATA/HORA E RETURN-CODE), *
000590*                   PARA O HISTORICO DE OPERACAO DO SOLHIS.      *
000600*  15/10/2026 RL    NOVO MODO DE PEDIDO 'M' (RESIDUOS MODULO M): *
000610*                   O EXTRATO GANHOU AS COLUNAS MODO, MODULO E   *
000620*                   PERIODO (LRECL 183); O PERIODO DO REGISTRO   *
000630*                   'M' E ANOTADO NA CONFERENCIA.                *
000640*  15/10/2026 RL    O REGISTRO 'S' DO RUNCTL PASSOU A LEVAR A    *
000650*                   QUANTIDADE DE TERMOS EXTRAIDOS (CONCILIACAO  *
000660*                   COM O RETORNO DO WAREHOUSE, SOLCONC). NOVO   *
000670*                   PARM='REENV': REEXTRAI AS RODADAS DA LISTA   *
000680*                   DE REENVIO, COM UM REGISTRO 'S' POR RODADA.  *
000690*  15/10/2026 RL    EXTRACAO REPETIVEL NA RESSUBMISSAO DO        *
000700*                   SOLJOB: MARCA DE INICIO NO RUNCTL            *
000710*                   (RETURN-CODE 99 COM AS LINHAS DO EXTRATO),   *
000720*                   RETIRADA DAS LINHAS DE EXTRACAO INTERROMPIDA *
000730*                   VIA EXTTMP, RODADA JA EXTRAIDA NAO REPETIDA; *
000740*                   EXTRATO ABERTO EM EXTENSAO.                  *
000750*  15/10/2026 RL    O EXTRATO GANHOU A COLUNA CADEIA (NUMERO DA  *
000760*                   CADEIA DO PEDIDO NO CATALOGO DE CADEIAS, DO  *
000770*                   CABECALHO 'H'; LRECL 191) E O PASSO PASSOU A *
000780*                   GRAVAR A DIMENSAO DE CADEIAS DO WAREHOUSE    *
000790*                   (EXTCAD).                                    *
000800******************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID.     SOLEXT.
000830 AUTHOR.         ROBSON LIMA.
000840 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000850 DATE-WRITTEN.   22/08/2026.
000860 DATE-COMPILED.
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT SAIDA ASSIGN TO SAIDA
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WRK-FS-SAIDA.
000930     SELECT EXTRATO ASSIGN TO EXTRATO
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WRK-FS-EXTRATO.
000960     SELECT RUNCTL ASSIGN TO RUNCTL
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WRK-FS-RUNCTL.
000990     SELECT REENVIO ASSIGN TO REENVIO
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-FS-REENVIO.
001020     SELECT EXTTMP ASSIGN TO EXTTMP
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WRK-FS-EXTTMP.
001050     SELECT CADEIA ASSIGN TO CADEIA
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS SEQUENTIAL
001080         RECORD KEY IS REG-CDA-CHAVE
001090         FILE STATUS IS WRK-FS-CADEIA.
001100     SELECT EXTCAD ASSIGN TO EXTCAD
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WRK-FS-EXTCAD.
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  SAIDA
001160     RECORDING MODE IS F.
001170 01  REG-SAIDA.
001180     05 REG-SAI-TIPO             PIC X(01).
001190        88 REG-SAI-DETALHE           VALUE 'D'.
001200        88 REG-SAI-TRAILER           VALUE 'T'.
001210        88 REG-SAI-LOCALIZADO        VALUE 'L'.
001220        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
001230        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
001240        88 REG-SAI-CAPACIDADE        VALUE 'C'.
001250        88 REG-SAI-CAB-RODADA        VALUE 'R'.
001260        88 REG-SAI-ADIADO            VALUE 'F'.
001270        88 REG-SAI-PERIODO           VALUE 'M'.
001280     05 FILLER                   PIC X(01).
001290     05 REG-SAI-RODADA           PIC 9(05).
001300     05 FILLER                   PIC X(01).
001310     05 REG-SAI-CORPO.
001320        10 REG-SAI-INDICE           PIC 9(05).
001330        10 FILLER                   PIC X(01).
001340        10 REG-SAI-VALOR.
001350           15 REG-SAI-VALOR-SINAL   PIC X(01).
001360           15 REG-SAI-VALOR-DIGITOS PIC X(112).
001370        10 FILLER                   PIC X(01).
001380        10 REG-SAI-DATA-EXEC        PIC X(08).
001390        10 FILLER                   PIC X(21).
001400     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001410        10 REG-SAI-QTDE-REGS        PIC 9(07).
001420        10 FILLER                   PIC X(01).
001430        10 REG-SAI-SOMA-TOTAL.
001440           15 REG-SAI-SOMA-SINAL    PIC X(01).
001450           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001460        10 FILLER                   PIC X(28).
001470     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001480        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001490        10 FILLER                   PIC X(01).
001500        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001510        10 FILLER                   PIC X(01).
001520        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001530        10 FILLER                   PIC X(01).
001540        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001550        10 FILLER                   PIC X(01).
001560        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001570        10 FILLER                   PIC X(01).
001580        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001590        10 FILLER                   PIC X(01).
001600        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001610        10 FILLER                   PIC X(01).
001620        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001630        10 FILLER                   PIC X(01).
001640        10 REG-SAI-CAB-MODO         PIC X(01).
001650        10 FILLER                   PIC X(01).
001660        10 REG-SAI-CAB-MODULO       PIC 9(18).
001670        10 FILLER                   PIC X(01).
001680        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001690        10 FILLER                   PIC X(35).
001700     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001710        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001720        10 FILLER                   PIC X(01).
001730        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001740        10 FILLER                   PIC X(01).
001750        10 REG-SAI-PED-SOMA.
001760           15 REG-SAI-PED-SOMA-SINAL
001770                                    PIC X(01).
001780           15 REG-SAI-PED-SOMA-DIGITOS
001790                                    PIC X(112).
001800        10 FILLER                   PIC X(01).
001810        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001820        10 FILLER                   PIC X(01).
001830        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001840     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001850        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001860        10 FILLER                   PIC X(01).
001870        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001880        10 FILLER                   PIC X(01).
001890        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001900        10 FILLER                   PIC X(129).
001910     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001920        10 REG-SAI-ROD-DATA         PIC X(08).
001930        10 FILLER                   PIC X(01).
001940        10 REG-SAI-ROD-HORA         PIC X(08).
001950        10 FILLER                   PIC X(132).
001960     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001970        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001980        10 FILLER                   PIC X(01).
001990        10 REG-SAI-PER-MODULO       PIC 9(18).
002000        10 FILLER                   PIC X(01).
002010        10 REG-SAI-PER-SITUACAO     PIC X(01).
002020           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
002030           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
002040        10 FILLER                   PIC X(01).
002050        10 REG-SAI-PER-PERIODO      PIC 9(05).
002060        10 FILLER                   PIC X(01).
002070        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
002080        10 FILLER                   PIC X(01).
002090        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
002100        10 FILLER                   PIC X(01).
002110        10 REG-SAI-PER-REFERENCIA   PIC X(12).
002120        10 FILLER                   PIC X(89).
002130
002140 FD  EXTRATO
002150     RECORDING MODE IS F.
002160 01  REG-EXTRATO                 PIC X(191).
002170
002180 FD  RUNCTL
002190     RECORDING MODE IS F.
002200 01  REG-RUNCTL.
002210     05 REG-RUN-TIPO              PIC X(01).
002220        88 REG-RUN-REG-RODADA         VALUE 'R'.
002230        88 REG-RUN-REG-PASSO          VALUE 'S'.
002240     05 FILLER                    PIC X(01).
002250     05 REG-RUN-RODADA            PIC 9(05).
002260     05 FILLER                    PIC X(01).
002270     05 REG-RUN-DATA              PIC X(08).
002280     05 FILLER                    PIC X(01).
002290     05 REG-RUN-CORPO.
002300        10 REG-RUN-HORA-INI        PIC X(08).
002310        10 FILLER                  PIC X(01).
002320        10 REG-RUN-HORA-FIM        PIC X(08).
002330        10 FILLER                  PIC X(01).
002340        10 REG-RUN-RETORNO         PIC 9(02).
002350        10 FILLER                  PIC X(01).
002360        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002370        10 FILLER                  PIC X(01).
002380        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002390        10 FILLER                  PIC X(01).
002400        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002410        10 FILLER                  PIC X(01).
002420        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002430     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002440        10 REG-RUN-PAS-HORA        PIC X(08).
002450        10 FILLER                  PIC X(01).
002460        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002470        10 FILLER                  PIC X(01).
002480        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002490        10 FILLER                  PIC X(01).
002500        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
002510        10 FILLER                  PIC X(18).
002520
002530 FD  REENVIO
002540     RECORDING MODE IS F.
002550 01  REG-REENVIO.
002560     05 REG-REE-RODADA            PIC 9(05).
002570     05 FILLER                    PIC X(75).
002580
002590 FD  EXTTMP
002600     RECORDING MODE IS F.
002610 01  REG-EXTTMP                  PIC X(191).
002620
002630 FD  CADEIA.
002640 01  REG-CADEIA.
002650     05 REG-CDA-CHAVE.
002660        10 REG-CDA-SEMENTE-1        PIC -(18)9.
002670        10 REG-CDA-SEMENTE-2        PIC -(18)9.
002680        10 REG-CDA-COEF-P           PIC -(4)9.
002690        10 REG-CDA-COEF-Q           PIC -(4)9.
002700     05 FILLER                    PIC X(01).
002710     05 REG-CDA-ID                PIC 9(07).
002720     05 FILLER                    PIC X(01).
002730     05 REG-CDA-NOME              PIC X(40).
002740     05 FILLER                    PIC X(01).
002750     05 REG-CDA-DATA-INCLUSAO     PIC X(08).
002760     05 FILLER                    PIC X(01).
002770     05 REG-CDA-RODADA-INCLUSAO   PIC 9(05).
002780     05 FILLER                    PIC X(01).
002790     05 REG-CDA-SOLIC-ORIGEM      PIC X(08).
002800     05 FILLER                    PIC X(01).
002810     05 REG-CDA-DATA-ULT-USO      PIC X(08).
002820     05 FILLER                    PIC X(01).
002830     05 REG-CDA-RODADA-ULT-USO    PIC 9(05).
002840     05 FILLER                    PIC X(01).
002850     05 REG-CDA-MAIOR-INDICE      PIC 9(05).
002860     05 FILLER                    PIC X(01).
002870     05 REG-CDA-QTDE-PEDIDOS      PIC 9(07).
002880     05 FILLER                    PIC X(01).
002890     05 REG-CDA-DATA-ALT-NOME     PIC X(08).
002900     05 FILLER                    PIC X(01).
002910     05 REG-CDA-USUARIO OCCURS 5 TIMES.
002920        10 REG-CDA-USU-SOLICITANTE  PIC X(08).
002930        10 REG-CDA-USU-QTDE-PEDIDOS PIC 9(05).
002940        10 REG-CDA-USU-DATA-ULT     PIC X(08).
002950     05 FILLER                    PIC X(35).
002960
002970 FD  EXTCAD
002980     RECORDING MODE IS F.
002990 01  REG-EXTCAD                  PIC X(141).
003000
003010 WORKING-STORAGE SECTION.
003020 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
003030 77 WRK-FS-EXTRATO               PIC X(02) VALUE ZEROS.
003040 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
003050 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
003060 77 WRK-FS-REENVIO               PIC X(02) VALUE ZEROS.
003070 77 WRK-RETORNO-GERAL            PIC S9(04) COMP VALUE ZEROS.
003080 77 WRK-SW-MODO-REENVIO          PIC X(01) VALUE 'N'.
003090    88 WRK-MODO-REENVIO              VALUE 'S'.
003100 77 WRK-SW-FIM-REENVIO           PIC X(01) VALUE 'N'.
003110    88 WRK-FIM-REENVIO               VALUE 'S'.
003120 77 WRK-SW-EXTRATO-ABERTO        PIC X(01) VALUE 'N'.
003130    88 WRK-EXTRATO-ABERTO            VALUE 'S'.
003140 77 WRK-IND-REENV                PIC S9(04) COMP VALUE ZEROS.
003150 77 WRK-QTDE-REENV               PIC S9(04) COMP VALUE ZEROS.
003160 77 WRK-MAX-REENV                PIC S9(04) COMP VALUE 200.
003170 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
003180 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
003190 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
003200    88 WRK-FIM-SAIDA                 VALUE 'S'.
003210 77 WRK-SW-TRAILER-LIDO          PIC X(01) VALUE 'N'.
003220    88 WRK-TRAILER-LIDO              VALUE 'S'.
003230 77 WRK-SW-SAIDA-VALIDA          PIC X(01) VALUE 'S'.
003240    88 WRK-SAIDA-VALIDA              VALUE 'S'.
003250 77 WRK-QTDE-DETALHES            PIC 9(07) VALUE ZEROS.
003260 01 WRK-SOMA-DETALHES.
003270    05 WRK-SDT-SINAL             PIC X(01) VALUE '+'.
003280    05 WRK-SDT-DIGITOS           PIC X(112) VALUE ZEROS.
003290 77 WRK-TRL-QTDE-REGS            PIC 9(07) VALUE ZEROS.
003300 77 WRK-TRL-SOMA-TOTAL           PIC X(113) VALUE SPACES.
003310
003320*    AREAS E ESCALARES DA ARITMETICA ESTENDIDA DE 112 DIGITOS
003330*    (MESMA CONVENCAO DO SOLUTION), USADAS PELA RECONTAGEM DA
003340*    CONFERENCIA PREVIA.
003350 01 WRK-GRD-A.
003360    05 WRK-GRD-A-SINAL           PIC X(01) VALUE '+'.
003370    05 WRK-GRD-A-DIGITOS         PIC X(112) VALUE ZEROS.
003380    05 FILLER REDEFINES WRK-GRD-A-DIGITOS.
003390       10 WRK-GRD-A-DIG          PIC 9(01) OCCURS 112 TIMES.
003400 01 WRK-GRD-B.
003410    05 WRK-GRD-B-SINAL           PIC X(01) VALUE '+'.
003420    05 WRK-GRD-B-DIGITOS         PIC X(112) VALUE ZEROS.
003430    05 FILLER REDEFINES WRK-GRD-B-DIGITOS.
003440       10 WRK-GRD-B-DIG          PIC 9(01) OCCURS 112 TIMES.
003450 01 WRK-GRD-R.
003460    05 WRK-GRD-R-SINAL           PIC X(01) VALUE '+'.
003470    05 WRK-GRD-R-DIGITOS         PIC X(112) VALUE ZEROS.
003480    05 FILLER REDEFINES WRK-GRD-R-DIGITOS.
003490       10 WRK-GRD-R-DIG          PIC 9(01) OCCURS 112 TIMES.
003500 01 WRK-GRD-TROCA                PIC X(113) VALUE SPACES.
003510 77 WRK-GRD-ZEROS                PIC X(112) VALUE ZEROS.
003520 77 WRK-GRD-ESTOURO              PIC X(01) VALUE 'N'.
003530    88 WRK-GRD-ESTOUROU              VALUE 'S'.
003540 77 WRK-GRD-CARRY                PIC S9(04) COMP VALUE ZEROS.
003550 77 WRK-GRD-TRABALHO             PIC S9(07) COMP VALUE ZEROS.
003560 77 WRK-GRD-IND                  PIC S9(04) COMP VALUE ZEROS.
003570 77 WRK-PED-CORRENTE             PIC 9(05) VALUE ZEROS.
003580 77 WRK-QTDE-EXTRAIDOS           PIC 9(07) VALUE ZEROS.
003590 77 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
003600 77 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
003610 77 WRK-SOLIC-CORRENTE           PIC X(08) VALUE SPACES.
003620 77 WRK-REF-CORRENTE             PIC X(12) VALUE SPACES.
003630 77 WRK-MODO-CORRENTE            PIC X(01) VALUE SPACES.
003640 77 WRK-MODULO-CORRENTE          PIC X(18) VALUE SPACES.
003650 77 WRK-PERIODO-CORRENTE         PIC X(05) VALUE SPACES.
003660 77 WRK-IND-PER                  PIC S9(04) COMP VALUE ZEROS.
003670 77 WRK-QTDE-PERIODOS            PIC S9(04) COMP VALUE ZEROS.
003680 77 WRK-MAX-PERIODOS             PIC S9(04) COMP VALUE 500.
003690 77 WRK-FS-EXTTMP                PIC X(02) VALUE ZEROS.
003700 77 WRK-SW-FIM-EXTRATO           PIC X(01) VALUE 'N'.
003710    88 WRK-FIM-EXTRATO               VALUE 'S'.
003720 77 WRK-SW-FIM-EXTTMP            PIC X(01) VALUE 'N'.
003730    88 WRK-FIM-EXTTMP                VALUE 'S'.
003740 77 WRK-SW-FIM-RUNCTL            PIC X(01) VALUE 'N'.
003750    88 WRK-FIM-RUNCTL                VALUE 'S'.
003760 77 WRK-SW-RUNCTL-FALHOU         PIC X(01) VALUE 'N'.
003770    88 WRK-RUNCTL-FALHOU             VALUE 'S'.
003780 77 WRK-SW-GRAVAR-MARCA          PIC X(01) VALUE 'N'.
003790    88 WRK-GRAVANDO-MARCA            VALUE 'S'.
003800 77 WRK-SW-JA-EXTRAIDA           PIC X(01) VALUE 'N'.
003810    88 WRK-RODADA-JA-EXTRAIDA        VALUE 'S'.
003820 77 WRK-SW-ANTERIOR              PIC X(01) VALUE 'N'.
003830    88 WRK-ANT-NENHUMA               VALUE 'N'.
003840    88 WRK-ANT-CONCLUIDA             VALUE 'C'.
003850    88 WRK-ANT-PENDENTE              VALUE 'P'.
003860 77 WRK-SW-ANT-LIMITE            PIC X(01) VALUE 'N'.
003870    88 WRK-ANT-LIMITADA              VALUE 'S'.
003880 77 WRK-ANT-LINHAS               PIC 9(07) VALUE ZEROS.
003890 77 WRK-ANT-LIMITE               PIC 9(07) VALUE ZEROS.
003900 77 WRK-LINHAS-EXTRATO           PIC 9(07) VALUE ZEROS.
003910 77 WRK-LINHA-ATUAL              PIC 9(07) VALUE ZEROS.
003920 77 WRK-LINHA-FIM                PIC 9(07) VALUE ZEROS.
003930 77 WRK-LINHAS-RETIRADAS         PIC 9(07) VALUE ZEROS.
003940 77 WRK-CADEIA-CORRENTE          PIC X(07) VALUE SPACES.
003950 77 WRK-FS-CADEIA                PIC X(02) VALUE ZEROS.
003960 77 WRK-FS-EXTCAD                PIC X(02) VALUE ZEROS.
003970 77 WRK-SW-FIM-CADEIA            PIC X(01) VALUE 'N'.
003980    88 WRK-FIM-CADEIA                VALUE 'S'.
003990 77 WRK-QTDE-CADEIAS             PIC 9(07) VALUE ZEROS.
004000 77 WRK-DIM-NUMERO               PIC S9(18) COMP-3 VALUE ZEROS.
004010
004020*    PERIODOS DOS PEDIDOS DE RESIDUOS DA RODADA, ANOTADOS NA
004030*    CONFERENCIA: O REGISTRO 'M' VEM DEPOIS DOS DETALHES DO
004040*    PEDIDO, E O EXTRATO PRECISA DO PERIODO JA NO PRIMEIRO TERMO.
004050 01 TAB-PERIODOS.
004060    05 TAB-PER-ITEM OCCURS 500 TIMES.
004070       10 TAB-PER-SEQ-PEDIDO     PIC 9(05).
004080       10 TAB-PER-SITUACAO       PIC X(01).
004090       10 TAB-PER-PERIODO        PIC 9(05).
004100
004110*    RODADAS DA LISTA DE REENVIO (PARM='REENV'), SEM REPETICAO.
004120 01 TAB-REENVIO.
004130    05 TAB-REE-RODADA            PIC 9(05) OCCURS 200 TIMES.
004140
004150 01 EXT-TITULOS.
004160    05 FILLER                    PIC X(47) VALUE
004170       'DATA;PEDIDO;INDICE;VALOR;SOLICITANTE;REFERENCIA'.
004180    05 FILLER                    PIC X(144) VALUE
004190       ';MODO;MODULO;PERIODO;CADEIA'.
004200
004210 01 EXT-LINHA.
004220    05 EXT-DATA                  PIC X(08).
004230    05 FILLER                    PIC X(01) VALUE ';'.
004240    05 EXT-PEDIDO                PIC 9(05).
004250    05 FILLER                    PIC X(01) VALUE ';'.
004260    05 EXT-INDICE                PIC 9(05).
004270    05 FILLER                    PIC X(01) VALUE ';'.
004280    05 EXT-VALOR                 PIC X(113).
004290    05 FILLER                    PIC X(01) VALUE ';'.
004300    05 EXT-SOLICITANTE           PIC X(08).
004310    05 FILLER                    PIC X(01) VALUE ';'.
004320    05 EXT-REFERENCIA            PIC X(12).
004330    05 FILLER                    PIC X(01) VALUE ';'.
004340    05 EXT-MODO                  PIC X(01).
004350    05 FILLER                    PIC X(01) VALUE ';'.
004360    05 EXT-MODULO                PIC X(18).
004370    05 FILLER                    PIC X(01) VALUE ';'.
004380    05 EXT-PERIODO               PIC X(05).
004390    05 FILLER                    PIC X(01) VALUE ';'.
004400    05 EXT-CADEIA                PIC X(07).
004410
004420*    DIMENSAO DE CADEIAS DO WAREHOUSE (EXTCAD).
004430 01 DIM-TITULOS.
004440    05 FILLER                    PIC X(45) VALUE
004450       'CADEIA;SEMENTE1;SEMENTE2;COEFP;COEFQ;NOME;INC'.
004460    05 FILLER                    PIC X(96) VALUE
004470       'LUSAO;ORIGEM;ULTIMOUSO;MAIORINDICE;PEDIDOS'.
004480
004490 01 DIM-LINHA.
004500    05 DIM-CADEIA                PIC 9(07).
004510    05 FILLER                    PIC X(01) VALUE ';'.
004520    05 DIM-SEMENTE-1             PIC +9(18).
004530    05 FILLER                    PIC X(01) VALUE ';'.
004540    05 DIM-SEMENTE-2             PIC +9(18).
004550    05 FILLER                    PIC X(01) VALUE ';'.
004560    05 DIM-COEF-P                PIC +9(04).
004570    05 FILLER                    PIC X(01) VALUE ';'.
004580    05 DIM-COEF-Q                PIC +9(04).
004590    05 FILLER                    PIC X(01) VALUE ';'.
004600    05 DIM-NOME                  PIC X(40).
004610    05 FILLER                    PIC X(01) VALUE ';'.
004620    05 DIM-DATA-INCLUSAO         PIC X(08).
004630    05 FILLER                    PIC X(01) VALUE ';'.
004640    05 DIM-SOLIC-ORIGEM          PIC X(08).
004650    05 FILLER                    PIC X(01) VALUE ';'.
004660    05 DIM-DATA-ULT-USO          PIC X(08).
004670    05 FILLER                    PIC X(01) VALUE ';'.
004680    05 DIM-MAIOR-INDICE          PIC 9(05).
004690    05 FILLER                    PIC X(01) VALUE ';'.
004700    05 DIM-QTDE-PEDIDOS          PIC 9(07).
004710
004720 LINKAGE SECTION.
004730 01 LK-PARM.
004740    05 LK-PARM-TAM               PIC S9(04) COMP.
004750    05 LK-PARM-RODADA            PIC X(05).
004760
004770 PROCEDURE DIVISION USING LK-PARM.
004780 0000-MAINLINE.
004790
004800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
004810
004820     IF WRK-RETORNO = ZEROS
004830        IF WRK-MODO-REENVIO
004840           PERFORM 6000-REEXTRAIR-RODADA THRU 6000-EXIT
004850               VARYING WRK-IND-REENV FROM 1 BY 1
004860               UNTIL WRK-IND-REENV > WRK-QTDE-REENV
004870        ELSE
004880           PERFORM 4000-EXTRAIR-RODADA THRU 4000-EXIT
004890        END-IF
004900     END-IF
004910
004920     IF WRK-RETORNO < 16
004930        PERFORM 7000-GRAVAR-DIMENSAO THRU 7000-EXIT
004940     END-IF
004950
004960     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
004970
004980******************************************************************
004990* 1000-INICIALIZAR - ABRE A SAIDA PARA A CONFERENCIA PREVIA. O   *
005000*                    EXTRATO SO E ABERTO SE A CONFERENCIA        *
005010*                    APROVAR A RODADA.                           *
005020******************************************************************
005030 1000-INICIALIZAR.
005040
005050     OPEN INPUT SAIDA
005060     IF WRK-FS-SAIDA NOT = '00'
005070        DISPLAY 'SOLEXT - ERRO AO ABRIR SAIDA - FS='
005080                WRK-FS-SAIDA
005090        MOVE 16 TO WRK-RETORNO
005100     END-IF
005110
005120     IF WRK-RETORNO = ZEROS
005130        PERFORM 1500-SELECIONAR-RODADA THRU 1500-EXIT
005140     END-IF.
005150 1000-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 1500-SELECIONAR-RODADA - DEFINE A RODADA A EXTRAIR: O PARM    *
005200*                          OPCIONAL TRAZ O NUMERO; SEM PARM,    *
005210*                          UMA PRE-PASSAGEM ACHA O MAIOR NUMERO *
005220*                          DE RODADA DO ARQUIVO ACUMULADO, E A  *
005230*                          SAIDA E REABERTA PARA A CONFERENCIA. *
005240*                          PARM='REENV' CARREGA A LISTA DE      *
005250*                          REENVIO; A SAIDA E ABERTA DE NOVO    *
005260*                          PARA CADA RODADA DA LISTA.           *
005270******************************************************************
005280 1500-SELECIONAR-RODADA.
005290
005300     IF LK-PARM-TAM > ZEROS
005310        AND LK-PARM-RODADA = 'REENV'
005320        MOVE 'S' TO WRK-SW-MODO-REENVIO
005330        CLOSE SAIDA
005340        PERFORM 1600-CARREGAR-REENVIO THRU 1600-EXIT
005350        GO TO 1500-EXIT
005360     END-IF
005370
005380     IF LK-PARM-TAM > ZEROS
005390        AND LK-PARM-RODADA IS NUMERIC
005400        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
005410        DISPLAY 'SOLEXT - RODADA SELECIONADA PELO PARM: '
005420                WRK-RODADA-ALVO
005430        GO TO 1500-EXIT
005440     END-IF
005450
005460     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
005470     PERFORM 1550-PROCURAR-MAIOR-RODADA THRU 1550-EXIT
005480         UNTIL WRK-FIM-SAIDA
005490     MOVE WRK-RODADA-MAX TO WRK-RODADA-ALVO
005500     DISPLAY 'SOLEXT - RODADA SELECIONADA (MAIS RECENTE): '
005510             WRK-RODADA-ALVO
005520
005530     MOVE 'N' TO WRK-SW-FIM-SAIDA
005540     CLOSE SAIDA
005550     OPEN INPUT SAIDA
005560     IF WRK-FS-SAIDA NOT = '00'
005570        DISPLAY 'SOLEXT - ERRO AO REABRIR SAIDA - FS='
005580                WRK-FS-SAIDA
005590        MOVE 16 TO WRK-RETORNO
005600     END-IF.
005610 1500-EXIT.
005620     EXIT.
005630
005640 1550-PROCURAR-MAIOR-RODADA.
005650
005660     IF REG-SAI-RODADA IS NUMERIC
005670        AND REG-SAI-RODADA > WRK-RODADA-MAX
005680        MOVE REG-SAI-RODADA TO WRK-RODADA-MAX
005690     END-IF
005700     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
005710 1550-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 1600-CARREGAR-REENVIO - LE A LISTA DE REENVIO PARA A TABELA,   *
005760*                         DESPREZANDO RODADA NAO NUMERICA OU     *
005770*                         REPETIDA. LISTA VAZIA NAO E ERRO: NADA *
005780*                         A REENVIAR.                            *
005790******************************************************************
005800 1600-CARREGAR-REENVIO.
005810
005820     OPEN INPUT REENVIO
005830     IF WRK-FS-REENVIO NOT = '00'
005840        DISPLAY 'SOLEXT - ERRO AO ABRIR REENVIO - FS='
005850                WRK-FS-REENVIO
005860        MOVE 16 TO WRK-RETORNO
005870        GO TO 1600-EXIT
005880     END-IF
005890
005900     PERFORM 1610-LER-REENVIO THRU 1610-EXIT
005910     PERFORM 1650-GUARDAR-REENVIO THRU 1650-EXIT
005920         UNTIL WRK-FIM-REENVIO
005930     CLOSE REENVIO
005940
005950     DISPLAY 'SOLEXT - RODADAS A REENVIAR: ' WRK-QTDE-REENV.
005960 1600-EXIT.
005970     EXIT.
005980
005990 1610-LER-REENVIO.
006000
006010     READ REENVIO
006020         AT END
006030            MOVE 'S' TO WRK-SW-FIM-REENVIO
006040     END-READ.
006050 1610-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 1650-GUARDAR-REENVIO - GUARDA UMA RODADA DA LISTA. COM A       *
006100*                        TABELA CHEIA, AS RODADAS SEGUINTES      *
006110*                        FICAM PARA O PROXIMO REENVIO            *
006120*                        (RETURN-CODE 4).                        *
006130******************************************************************
006140 1650-GUARDAR-REENVIO.
006150
006160     IF REG-REE-RODADA IS NOT NUMERIC
006170        DISPLAY 'SOLEXT - AVISO - RODADA INVALIDA NA LISTA DE '
006180                'REENVIO: ' REG-REE-RODADA
006190        IF WRK-RETORNO < 4
006200           MOVE 4 TO WRK-RETORNO
006210        END-IF
006220        GO TO 1650-LER
006230     END-IF
006240
006250     PERFORM 1660-COMPARAR-REENVIO THRU 1660-EXIT
006260         VARYING WRK-IND-REENV FROM 1 BY 1
006270         UNTIL WRK-IND-REENV > WRK-QTDE-REENV
006280            OR TAB-REE-RODADA (WRK-IND-REENV) = REG-REE-RODADA
006290     IF WRK-IND-REENV NOT > WRK-QTDE-REENV
006300        GO TO 1650-LER
006310     END-IF
006320
006330     IF WRK-QTDE-REENV NOT < WRK-MAX-REENV
006340        DISPLAY 'SOLEXT - AVISO - TABELA DE REENVIO CHEIA - '
006350                'RODADA ' REG-REE-RODADA ' FICA PARA DEPOIS'
006360        IF WRK-RETORNO < 4
006370           MOVE 4 TO WRK-RETORNO
006380        END-IF
006390        GO TO 1650-LER
006400     END-IF
006410
006420     ADD 1 TO WRK-QTDE-REENV
006430     MOVE REG-REE-RODADA TO TAB-REE-RODADA (WRK-QTDE-REENV).
006440 1650-LER.
006450     PERFORM 1610-LER-REENVIO THRU 1610-EXIT.
006460 1650-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 1660-COMPARAR-REENVIO - CORPO DA VARREDURA DA TABELA DE        *
006510*                         REENVIO; A COMPARACAO E FEITA NO       *
006520*                         PROPRIO UNTIL DO PERFORM.              *
006530******************************************************************
006540 1660-COMPARAR-REENVIO.
006550
006560     CONTINUE.
006570 1660-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 2000-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA.       *
006620******************************************************************
006630 2000-LER-SAIDA.
006640
006650     READ SAIDA
006660         AT END
006670            MOVE 'S' TO WRK-SW-FIM-SAIDA
006680     END-READ.
006690 2000-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 3000-CONFERIR-SAIDA - PRIMEIRA PASSAGEM: RECONTA E RESSOMA OS  *
006740*                       DETALHES E COMPARA COM O TRAILER. A      *
006750*                       AUSENCIA DO TRAILER OU QUALQUER          *
006760*                       DIFERENCA INVALIDA A EXTRACAO.           *
006770******************************************************************
006780 3000-CONFERIR-SAIDA.
006790
006800     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
006810     PERFORM 3100-ACUMULAR-REGISTRO THRU 3100-EXIT
006820         UNTIL WRK-FIM-SAIDA
006830     CLOSE SAIDA
006840
006850     IF NOT WRK-TRAILER-LIDO
006860        MOVE 'N' TO WRK-SW-SAIDA-VALIDA
006870     ELSE
006880        IF WRK-QTDE-DETALHES NOT = WRK-TRL-QTDE-REGS
006890           OR WRK-SOMA-DETALHES NOT = WRK-TRL-SOMA-TOTAL
006900           MOVE 'N' TO WRK-SW-SAIDA-VALIDA
006910        END-IF
006920     END-IF.
006930 3000-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970* 3100-ACUMULAR-REGISTRO - ACUMULA UM REGISTRO DA CONFERENCIA.   *
006980******************************************************************
006990 3100-ACUMULAR-REGISTRO.
007000
007010*    SO A RODADA SELECIONADA ENTRA NA CONFERENCIA E NO EXTRATO.
007020     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
007030        GO TO 3100-LER
007040     END-IF
007050
007060     EVALUATE TRUE
007070        WHEN REG-SAI-DETALHE
007080           ADD 1 TO WRK-QTDE-DETALHES
007090           PERFORM 3150-SOMAR-DETALHE THRU 3150-EXIT
007100        WHEN REG-SAI-TRAILER
007110           MOVE 'S' TO WRK-SW-TRAILER-LIDO
007120           MOVE REG-SAI-QTDE-REGS  TO WRK-TRL-QTDE-REGS
007130           MOVE REG-SAI-SOMA-TOTAL TO WRK-TRL-SOMA-TOTAL
007140        WHEN REG-SAI-PERIODO
007150           PERFORM 3200-ANOTAR-PERIODO THRU 3200-EXIT
007160        WHEN OTHER
007170           CONTINUE
007180     END-EVALUATE.
007190
007200 3100-LER.
007210     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
007220 3100-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260* 3150-SOMAR-DETALHE - ACUMULA O VALOR DO DETALHE NA SOMA        *
007270*                      RECALCULADA, NA ARITMETICA ESTENDIDA DE   *
007280*                      112 DIGITOS; UM ESTOURO SO PODE VIR DE     *
007290*                      ARQUIVO CORROMPIDO E INVALIDA A EXTRACAO. *
007300******************************************************************
007310 3150-SOMAR-DETALHE.
007320
007330     MOVE WRK-SOMA-DETALHES TO WRK-GRD-A
007340     MOVE REG-SAI-VALOR     TO WRK-GRD-B
007350     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
007360     IF WRK-GRD-ESTOUROU
007370        DISPLAY 'SOLEXT - ERRO - ESTOURO NA RECONTAGEM DA SOMA'
007380        MOVE 'N' TO WRK-SW-SAIDA-VALIDA
007390     ELSE
007400        MOVE WRK-GRD-R      TO WRK-SOMA-DETALHES
007410     END-IF.
007420 3150-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460* 3200-ANOTAR-PERIODO - GUARDA NA TABELA DE PERIODOS O RESULTADO *
007470*                       DO REGISTRO 'M' DE UM PEDIDO DE RESIDUOS.*
007480*                       COM A TABELA CHEIA, O PEDIDO SAI NO      *
007490*                       EXTRATO SEM O PERIODO (RETURN-CODE 4).   *
007500******************************************************************
007510 3200-ANOTAR-PERIODO.
007520
007530     IF WRK-QTDE-PERIODOS NOT < WRK-MAX-PERIODOS
007540        DISPLAY 'SOLEXT - AVISO - TABELA DE PERIODOS CHEIA - '
007550                'PEDIDO ' REG-SAI-PER-SEQ-PEDIDO ' SEM PERIODO '
007560                'NO EXTRATO'
007570        IF WRK-RETORNO < 4
007580           MOVE 4 TO WRK-RETORNO
007590        END-IF
007600        GO TO 3200-EXIT
007610     END-IF
007620
007630     ADD 1 TO WRK-QTDE-PERIODOS
007640     MOVE REG-SAI-PER-SEQ-PEDIDO
007650                        TO TAB-PER-SEQ-PEDIDO (WRK-QTDE-PERIODOS)
007660     MOVE REG-SAI-PER-SITUACAO
007670                        TO TAB-PER-SITUACAO (WRK-QTDE-PERIODOS)
007680     MOVE REG-SAI-PER-PERIODO
007690                        TO TAB-PER-PERIODO (WRK-QTDE-PERIODOS).
007700 3200-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 4000-EXTRAIR-RODADA - CONSULTA NO RUNCTL AS EXTRACOES          *
007750*                       ANTERIORES DA RODADA: JA CONCLUIDA, NAO  *
007760*                       E EXTRAIDA DE NOVO (SO NO REENVIO);      *
007770*                       INTERROMPIDA, TEM AS LINHAS PARCIAIS     *
007780*                       RETIRADAS DO EXTRATO. CONFERE A RODADA   *
007790*                       E, SE ELA ESTIVER INTEGRA, MARCA O       *
007800*                       INICIO NO RUNCTL E GRAVA O EXTRATO.      *
007810******************************************************************
007820 4000-EXTRAIR-RODADA.
007830
007840     PERFORM 4500-VERIFICAR-ANTERIOR THRU 4500-EXIT
007850     IF WRK-RETORNO NOT < 16
007860        GO TO 4000-EXIT
007870     END-IF
007880     IF WRK-ANT-CONCLUIDA
007890        AND NOT WRK-MODO-REENVIO
007900        DISPLAY 'SOLEXT - RODADA ' WRK-RODADA-ALVO
007910                ' JA EXTRAIDA - EXTRATO NAO REPETIDO'
007920        MOVE 'S' TO WRK-SW-JA-EXTRAIDA
007930        CLOSE SAIDA
007940        GO TO 4000-EXIT
007950     END-IF
007960
007970     PERFORM 3000-CONFERIR-SAIDA THRU 3000-EXIT
007980     IF NOT WRK-SAIDA-VALIDA
007990        DISPLAY 'SOLEXT - SAIDA SEM TRAILER OU FORA DE '
008000                'BALANCEAMENTO - EXTRATO NAO PRODUZIDO'
008010        IF WRK-RETORNO < 8
008020           MOVE 8 TO WRK-RETORNO
008030        END-IF
008040        GO TO 4000-EXIT
008050     END-IF
008060
008070     IF WRK-ANT-PENDENTE
008080        PERFORM 4700-DESFAZER-PARCIAL THRU 4700-EXIT
008090        IF WRK-RETORNO NOT < 16
008100           GO TO 4000-EXIT
008110        END-IF
008120     END-IF
008130
008140     PERFORM 4800-MARCAR-INICIO THRU 4800-EXIT
008150     IF WRK-RETORNO NOT < 16
008160        GO TO 4000-EXIT
008170     END-IF
008180
008190     PERFORM 5000-GRAVAR-EXTRATO THRU 5000-EXIT.
008200 4000-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240* 4500-VERIFICAR-ANTERIOR - LE NO RUNCTL OS REGISTROS 'S' DO     *
008250*                           SOLEXT. PARA A RODADA ALVO, A MARCA  *
008260*                           DE INICIO (RETURN-CODE 99, COM A     *
008270*                           QUANTIDADE DE LINHAS DO EXTRATO      *
008280*                           ANTES DA GRAVACAO) DEIXA A EXTRACAO  *
008290*                           PENDENTE, E UM REGISTRO COM          *
008300*                           RETURN-CODE ATE 4 A CONCLUI;         *
008310*                           RETURN-CODE 8 OU 16 NAO MUDA A       *
008320*                           SITUACAO. A PRIMEIRA MARCA DE OUTRA  *
008330*                           RODADA DEPOIS DA PENDENTE LIMITA AS  *
008340*                           LINHAS A RETIRAR. RUNCTL AINDA       *
008350*                           INEXISTENTE NAO E ERRO: NAO HA       *
008360*                           EXTRACAO ANTERIOR.                   *
008370******************************************************************
008380 4500-VERIFICAR-ANTERIOR.
008390
008400     MOVE 'N'   TO WRK-SW-ANTERIOR
008410     MOVE 'N'   TO WRK-SW-ANT-LIMITE
008420     MOVE 'N'   TO WRK-SW-JA-EXTRAIDA
008430     MOVE ZEROS TO WRK-ANT-LINHAS
008440     MOVE ZEROS TO WRK-ANT-LIMITE
008450     MOVE 'N'   TO WRK-SW-FIM-RUNCTL
008460
008470     OPEN INPUT RUNCTL
008480     IF WRK-FS-RUNCTL = '35'
008490        GO TO 4500-EXIT
008500     END-IF
008510     IF WRK-FS-RUNCTL NOT = '00'
008520        DISPLAY 'SOLEXT - ERRO AO ABRIR RUNCTL - FS='
008530                WRK-FS-RUNCTL
008540        MOVE 16 TO WRK-RETORNO
008550        GO TO 4500-EXIT
008560     END-IF
008570
008580     PERFORM 4510-LER-RUNCTL THRU 4510-EXIT
008590     PERFORM 4550-AVALIAR-PASSO THRU 4550-EXIT
008600         UNTIL WRK-FIM-RUNCTL
008610     CLOSE RUNCTL
008620
008630     IF WRK-ANT-PENDENTE
008640        DISPLAY 'SOLEXT - EXTRACAO ANTERIOR DA RODADA '
008650                WRK-RODADA-ALVO ' INTERROMPIDA - LINHAS NO '
008660                'INICIO: ' WRK-ANT-LINHAS
008670     END-IF.
008680 4500-EXIT.
008690     EXIT.
008700
008710 4510-LER-RUNCTL.
008720
008730     READ RUNCTL
008740         AT END
008750            MOVE 'S' TO WRK-SW-FIM-RUNCTL
008760     END-READ.
008770 4510-EXIT.
008780     EXIT.
008790
008800 4550-AVALIAR-PASSO.
008810
008820     IF NOT REG-RUN-REG-PASSO
008830        OR REG-RUN-PAS-PROGRAMA NOT = 'SOLEXT  '
008840        OR REG-RUN-PAS-RETORNO IS NOT NUMERIC
008850        OR REG-RUN-RODADA IS NOT NUMERIC
008860        GO TO 4550-LER
008870     END-IF
008880
008890     IF REG-RUN-RODADA = WRK-RODADA-ALVO
008900        IF REG-RUN-PAS-RETORNO = 99
008910           AND REG-RUN-PAS-QTDE-REGS IS NUMERIC
008920           MOVE 'P' TO WRK-SW-ANTERIOR
008930           MOVE REG-RUN-PAS-QTDE-REGS TO WRK-ANT-LINHAS
008940           MOVE 'N' TO WRK-SW-ANT-LIMITE
008950        END-IF
008960        IF REG-RUN-PAS-RETORNO NOT > 4
008970           MOVE 'C' TO WRK-SW-ANTERIOR
008980        END-IF
008990        GO TO 4550-LER
009000     END-IF
009010
009020     IF REG-RUN-PAS-RETORNO = 99
009030        AND REG-RUN-PAS-QTDE-REGS IS NUMERIC
009040        AND WRK-ANT-PENDENTE
009050        AND NOT WRK-ANT-LIMITADA
009060        MOVE 'S' TO WRK-SW-ANT-LIMITE
009070        MOVE REG-RUN-PAS-QTDE-REGS TO WRK-ANT-LIMITE
009080     END-IF.
009090 4550-LER.
009100     PERFORM 4510-LER-RUNCTL THRU 4510-EXIT.
009110 4550-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150* 4600-CONTAR-EXTRATO - CONTA AS LINHAS JA GRAVADAS NO EXTRATO   *
009160*                       ACUMULADO. EXTRATO AINDA INEXISTENTE TEM *
009170*                       ZERO LINHAS.                             *
009180******************************************************************
009190 4600-CONTAR-EXTRATO.
009200
009210     MOVE ZEROS TO WRK-LINHAS-EXTRATO
009220     MOVE 'N'   TO WRK-SW-FIM-EXTRATO
009230     OPEN INPUT EXTRATO
009240     IF WRK-FS-EXTRATO = '35'
009250        GO TO 4600-EXIT
009260     END-IF
009270     IF WRK-FS-EXTRATO NOT = '00'
009280        DISPLAY 'SOLEXT - ERRO AO LER EXTRATO - FS='
009290                WRK-FS-EXTRATO
009300        MOVE 16 TO WRK-RETORNO
009310        GO TO 4600-EXIT
009320     END-IF
009330
009340     PERFORM 4610-LER-EXTRATO THRU 4610-EXIT
009350     PERFORM 4620-CONTAR-LINHA THRU 4620-EXIT
009360         UNTIL WRK-FIM-EXTRATO
009370     CLOSE EXTRATO.
009380 4600-EXIT.
009390     EXIT.
009400
009410 4610-LER-EXTRATO.
009420
009430     READ EXTRATO
009440         AT END
009450            MOVE 'S' TO WRK-SW-FIM-EXTRATO
009460     END-READ.
009470 4610-EXIT.
009480     EXIT.
009490
009500 4620-CONTAR-LINHA.
009510
009520     ADD 1 TO WRK-LINHAS-EXTRATO
009530     PERFORM 4610-LER-EXTRATO THRU 4610-EXIT.
009540 4620-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 4700-DESFAZER-PARCIAL - RETIRA DO EXTRATO AS LINHAS GRAVADAS   *
009590*                         PELA EXTRACAO INTERROMPIDA DA RODADA:  *
009600*                         AS QUE VEM DEPOIS DA QUANTIDADE        *
009610*                         ANOTADA NA MARCA DE INICIO, ATE A      *
009620*                         MARCA DE UMA EXTRACAO POSTERIOR DE     *
009630*                         OUTRA RODADA (REENVIO) OU ATE O FIM. O *
009640*                         EXTRATO E COPIADO SEM ELAS PARA O      *
009650*                         ARQUIVO DE TRABALHO (EXTTMP) E         *
009660*                         REGRAVADO A PARTIR DELE. SEM LINHAS A  *
009670*                         RETIRAR, O EXTRATO NAO E TOCADO. O     *
009680*                         WAREHOUSE PODE TER RECEBIDO A PARTE    *
009690*                         RETIRADA: RETURN-CODE 4.               *
009700******************************************************************
009710 4700-DESFAZER-PARCIAL.
009720
009730     PERFORM 4600-CONTAR-EXTRATO THRU 4600-EXIT
009740     IF WRK-RETORNO NOT < 16
009750        GO TO 4700-EXIT
009760     END-IF
009770
009780     MOVE WRK-LINHAS-EXTRATO TO WRK-LINHA-FIM
009790     IF WRK-ANT-LIMITADA
009800        AND WRK-ANT-LIMITE < WRK-LINHA-FIM
009810        MOVE WRK-ANT-LIMITE TO WRK-LINHA-FIM
009820     END-IF
009830     IF WRK-LINHA-FIM NOT > WRK-ANT-LINHAS
009840        DISPLAY 'SOLEXT - EXTRACAO INTERROMPIDA SEM LINHAS NO '
009850                'EXTRATO - NADA A RETIRAR'
009860        GO TO 4700-EXIT
009870     END-IF
009880     COMPUTE WRK-LINHAS-RETIRADAS = WRK-LINHA-FIM - WRK-ANT-LINHAS
009890
009900     OPEN INPUT EXTRATO
009910     IF WRK-FS-EXTRATO NOT = '00'
009920        DISPLAY 'SOLEXT - ERRO AO LER EXTRATO - FS='
009930                WRK-FS-EXTRATO
009940        MOVE 16 TO WRK-RETORNO
009950        GO TO 4700-EXIT
009960     END-IF
009970     OPEN OUTPUT EXTTMP
009980     IF WRK-FS-EXTTMP NOT = '00'
009990        DISPLAY 'SOLEXT - ERRO AO ABRIR EXTTMP - FS='
010000                WRK-FS-EXTTMP
010010        MOVE 16 TO WRK-RETORNO
010020        CLOSE EXTRATO
010030        GO TO 4700-EXIT
010040     END-IF
010050
010060     MOVE ZEROS TO WRK-LINHA-ATUAL
010070     MOVE 'N'   TO WRK-SW-FIM-EXTRATO
010080     PERFORM 4610-LER-EXTRATO THRU 4610-EXIT
010090     PERFORM 4710-COPIAR-PARA-TEMP THRU 4710-EXIT
010100         UNTIL WRK-FIM-EXTRATO
010110     CLOSE EXTRATO
010120     CLOSE EXTTMP
010130
010140     OPEN INPUT EXTTMP
010150     IF WRK-FS-EXTTMP NOT = '00'
010160        DISPLAY 'SOLEXT - ERRO AO REABRIR EXTTMP - FS='
010170                WRK-FS-EXTTMP
010180        MOVE 16 TO WRK-RETORNO
010190        GO TO 4700-EXIT
010200     END-IF
010210     OPEN OUTPUT EXTRATO
010220     IF WRK-FS-EXTRATO NOT = '00'
010230        DISPLAY 'SOLEXT - ERRO AO REGRAVAR EXTRATO - FS='
010240                WRK-FS-EXTRATO
010250        MOVE 16 TO WRK-RETORNO
010260        CLOSE EXTTMP
010270        GO TO 4700-EXIT
010280     END-IF
010290
010300     MOVE 'N' TO WRK-SW-FIM-EXTTMP
010310     PERFORM 4720-LER-EXTTMP THRU 4720-EXIT
010320     PERFORM 4730-DEVOLVER-LINHA THRU 4730-EXIT
010330         UNTIL WRK-FIM-EXTTMP
010340     CLOSE EXTTMP
010350     CLOSE EXTRATO
010360
010370     DISPLAY 'SOLEXT - AVISO - LINHAS DA EXTRACAO INTERROMPIDA '
010380             'RETIRADAS DO EXTRATO: ' WRK-LINHAS-RETIRADAS
010390     IF WRK-RETORNO < 4
010400        MOVE 4 TO WRK-RETORNO
010410     END-IF.
010420 4700-EXIT.
010430     EXIT.
010440
010450 4710-COPIAR-PARA-TEMP.
010460
010470     ADD 1 TO WRK-LINHA-ATUAL
010480     IF WRK-LINHA-ATUAL NOT > WRK-ANT-LINHAS
010490        OR WRK-LINHA-ATUAL > WRK-LINHA-FIM
010500        MOVE REG-EXTRATO TO REG-EXTTMP
010510        WRITE REG-EXTTMP
010520     END-IF
010530     PERFORM 4610-LER-EXTRATO THRU 4610-EXIT.
010540 4710-EXIT.
010550     EXIT.
010560
010570 4720-LER-EXTTMP.
010580
010590     READ EXTTMP
010600         AT END
010610            MOVE 'S' TO WRK-SW-FIM-EXTTMP
010620     END-READ.
010630 4720-EXIT.
010640     EXIT.
010650
010660 4730-DEVOLVER-LINHA.
010670
010680     MOVE REG-EXTTMP TO REG-EXTRATO
010690     WRITE REG-EXTRATO
010700     PERFORM 4720-LER-EXTTMP THRU 4720-EXIT.
010710 4730-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750* 4800-MARCAR-INICIO - ANTES DA PRIMEIRA LINHA DA RODADA, GRAVA  *
010760*                      NO RUNCTL A MARCA DE INICIO DA EXTRACAO   *
010770*                      (REGISTRO 'S' COM RETURN-CODE 99 E A      *
010780*                      QUANTIDADE DE LINHAS QUE O EXTRATO JA     *
010790*                      TEM), BASE PARA DESFAZER A GRAVACAO SE O  *
010800*                      PASSO CAIR NO MEIO. SEM A MARCA, O        *
010810*                      EXTRATO NAO E GRAVADO.                    *
010820******************************************************************
010830 4800-MARCAR-INICIO.
010840
010850     PERFORM 4600-CONTAR-EXTRATO THRU 4600-EXIT
010860     IF WRK-RETORNO NOT < 16
010870        GO TO 4800-EXIT
010880     END-IF
010890
010900     MOVE 'S' TO WRK-SW-GRAVAR-MARCA
010910     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
010920     MOVE 'N' TO WRK-SW-GRAVAR-MARCA
010930     IF WRK-RUNCTL-FALHOU
010940        DISPLAY 'SOLEXT - SEM A MARCA DE INICIO NO RUNCTL - '
010950                'EXTRATO NAO PRODUZIDO'
010960        MOVE 16 TO WRK-RETORNO
010970     END-IF.
010980 4800-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020* 5000-GRAVAR-EXTRATO - SEGUNDA PASSAGEM: GRAVA O REGISTRO DE    *
011030*                       TITULOS E UM REGISTRO DELIMITADO POR     *
011040*                       TERMO GERADO, COM O PEDIDO VINDO DO      *
011050*                       CABECALHO 'H' EM VIGOR. O EXTRATO E      *
011060*                       ACUMULADO: CADA RODADA O ABRE EM         *
011070*                       EXTENSAO (O PRIMEIRO USO O CRIA) E O     *
011080*                       FECHA AO TERMINAR, PARA A CONTAGEM DA    *
011090*                       MARCA DE INICIO DA RODADA SEGUINTE NO    *
011100*                       REENVIO.                                 *
011110******************************************************************
011120 5000-GRAVAR-EXTRATO.
011130
011140     OPEN INPUT SAIDA
011150     IF WRK-FS-SAIDA NOT = '00'
011160        DISPLAY 'SOLEXT - ERRO AO REABRIR SAIDA - FS='
011170                WRK-FS-SAIDA
011180        MOVE 16 TO WRK-RETORNO
011190        GO TO 5000-EXIT
011200     END-IF
011210
011220     OPEN EXTEND EXTRATO
011230     IF WRK-FS-EXTRATO = '35'
011240        OPEN OUTPUT EXTRATO
011250     END-IF
011260     IF WRK-FS-EXTRATO NOT = '00'
011270        DISPLAY 'SOLEXT - ERRO AO ABRIR EXTRATO - FS='
011280                WRK-FS-EXTRATO
011290        MOVE 16 TO WRK-RETORNO
011300        CLOSE SAIDA
011310        GO TO 5000-EXIT
011320     END-IF
011330     MOVE 'S' TO WRK-SW-EXTRATO-ABERTO
011340
011350     MOVE EXT-TITULOS TO REG-EXTRATO
011360     WRITE REG-EXTRATO
011370
011380     MOVE 'N' TO WRK-SW-FIM-SAIDA
011390     MOVE ZEROS TO WRK-PED-CORRENTE
011400     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
011410     PERFORM 5100-EXTRAIR-REGISTRO THRU 5100-EXIT
011420         UNTIL WRK-FIM-SAIDA
011430     CLOSE SAIDA
011440     CLOSE EXTRATO
011450     MOVE 'N' TO WRK-SW-EXTRATO-ABERTO
011460
011470     DISPLAY 'SOLEXT - TERMOS EXTRAIDOS: ' WRK-QTDE-EXTRAIDOS.
011480 5000-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 5100-EXTRAIR-REGISTRO - GRAVA UM REGISTRO DELIMITADO PARA CADA *
011530*                         DETALHE 'D', SOB O PEDIDO DO ULTIMO    *
011540*                         CABECALHO 'H' LIDO. PEDIDO SEM CADEIA  *
011550*                         CATALOGADA SAI COM A CADEIA EM BRANCO. *
011560******************************************************************
011570 5100-EXTRAIR-REGISTRO.
011580
011590     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
011600        GO TO 5100-LER
011610     END-IF
011620
011630     EVALUATE TRUE
011640        WHEN REG-SAI-CAB-PEDIDO
011650           MOVE REG-SAI-CAB-SEQ-PEDIDO TO WRK-PED-CORRENTE
011660           MOVE REG-SAI-CAB-SOLICITANTE TO WRK-SOLIC-CORRENTE
011670           MOVE REG-SAI-CAB-REFERENCIA TO WRK-REF-CORRENTE
011680           PERFORM 5200-PREPARAR-MODO THRU 5200-EXIT
011690           IF REG-SAI-CAB-CADEIA IS NUMERIC
011700              AND REG-SAI-CAB-CADEIA > ZEROS
011710              MOVE REG-SAI-CAB-CADEIA TO WRK-CADEIA-CORRENTE
011720           ELSE
011730              MOVE SPACES TO WRK-CADEIA-CORRENTE
011740           END-IF
011750        WHEN REG-SAI-DETALHE
011760           MOVE REG-SAI-DATA-EXEC TO EXT-DATA
011770           MOVE WRK-PED-CORRENTE  TO EXT-PEDIDO
011780           MOVE REG-SAI-INDICE    TO EXT-INDICE
011790           MOVE REG-SAI-VALOR     TO EXT-VALOR
011800           MOVE WRK-SOLIC-CORRENTE TO EXT-SOLICITANTE
011810           MOVE WRK-REF-CORRENTE  TO EXT-REFERENCIA
011820           MOVE WRK-MODO-CORRENTE TO EXT-MODO
011830           MOVE WRK-MODULO-CORRENTE TO EXT-MODULO
011840           MOVE WRK-PERIODO-CORRENTE TO EXT-PERIODO
011850           MOVE WRK-CADEIA-CORRENTE TO EXT-CADEIA
011860           MOVE EXT-LINHA         TO REG-EXTRATO
011870           WRITE REG-EXTRATO
011880           ADD 1 TO WRK-QTDE-EXTRAIDOS
011890        WHEN OTHER
011900           CONTINUE
011910     END-EVALUATE.
011920
011930 5100-LER.
011940     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
011950 5100-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990* 5200-PREPARAR-MODO - NO CABECALHO 'H', GUARDA O MODO DO PEDIDO *
012000*                      E, PARA O PEDIDO DE RESIDUOS ('M'), O     *
012010*                      MODULO E O PERIODO ANOTADO NA             *
012020*                      CONFERENCIA. PERIODO NAO ENCONTRADO (OU   *
012030*                      FORA DA TABELA) E MODULO DE PEDIDO COMUM  *
012040*                      SAEM EM BRANCO.                           *
012050******************************************************************
012060 5200-PREPARAR-MODO.
012070
012080     MOVE REG-SAI-CAB-MODO TO WRK-MODO-CORRENTE
012090     MOVE SPACES           TO WRK-MODULO-CORRENTE
012100     MOVE SPACES           TO WRK-PERIODO-CORRENTE
012110     IF REG-SAI-CAB-MODO NOT = 'M'
012120        GO TO 5200-EXIT
012130     END-IF
012140
012150     MOVE REG-SAI-CAB-MODULO TO WRK-MODULO-CORRENTE
012160     PERFORM 5250-COMPARAR-PERIODO THRU 5250-EXIT
012170         VARYING WRK-IND-PER FROM 1 BY 1
012180         UNTIL WRK-IND-PER > WRK-QTDE-PERIODOS
012190            OR TAB-PER-SEQ-PEDIDO (WRK-IND-PER)
012200                                      = REG-SAI-CAB-SEQ-PEDIDO
012210     IF WRK-IND-PER > WRK-QTDE-PERIODOS
012220        GO TO 5200-EXIT
012230     END-IF
012240     IF TAB-PER-SITUACAO (WRK-IND-PER) = 'S'
012250        MOVE TAB-PER-PERIODO (WRK-IND-PER)
012260                              TO WRK-PERIODO-CORRENTE
012270     END-IF.
012280 5200-EXIT.
012290     EXIT.
012300
012310******************************************************************
012320* 5250-COMPARAR-PERIODO - CORPO DA VARREDURA DA TABELA DE        *
012330*                         PERIODOS; A COMPARACAO E FEITA NO      *
012340*                         PROPRIO UNTIL DO PERFORM.              *
012350******************************************************************
012360 5250-COMPARAR-PERIODO.
012370
012380     CONTINUE.
012390 5250-EXIT.
012400     EXIT.
012410
012420******************************************************************
012430* 6000-REEXTRAIR-RODADA - REENVIO: REEXTRAI UMA RODADA DA LISTA, *
012440*                         COM CONFERENCIA E EXTRATO PROPRIOS E O *
012450*                         SEU REGISTRO 'S' NO RUNCTL. O          *
012460*                         RETURN-CODE DO PASSO E O MAIOR DAS     *
012470*                         RODADAS. SAIDA QUE NAO ABRE ENCERRA O  *
012480*                         REENVIO.                               *
012490******************************************************************
012500 6000-REEXTRAIR-RODADA.
012510
012520     MOVE WRK-RETORNO TO WRK-RETORNO-GERAL
012530     MOVE ZEROS       TO WRK-RETORNO
012540     MOVE TAB-REE-RODADA (WRK-IND-REENV) TO WRK-RODADA-ALVO
012550     DISPLAY 'SOLEXT - REENVIO DA RODADA ' WRK-RODADA-ALVO
012560
012570     MOVE ZEROS  TO WRK-QTDE-DETALHES
012580     MOVE ZEROS  TO WRK-QTDE-EXTRAIDOS
012590     MOVE ZEROS  TO WRK-QTDE-PERIODOS
012600     MOVE ZEROS  TO WRK-TRL-QTDE-REGS
012610     MOVE SPACES TO WRK-TRL-SOMA-TOTAL
012620     MOVE '+'    TO WRK-SDT-SINAL
012630     MOVE ZEROS  TO WRK-SDT-DIGITOS
012640     MOVE 'N'    TO WRK-SW-TRAILER-LIDO
012650     MOVE 'S'    TO WRK-SW-SAIDA-VALIDA
012660     MOVE 'N'    TO WRK-SW-FIM-SAIDA
012670     MOVE 'N'    TO WRK-SW-JA-EXTRAIDA
012680
012690     OPEN INPUT SAIDA
012700     IF WRK-FS-SAIDA NOT = '00'
012710        DISPLAY 'SOLEXT - ERRO AO ABRIR SAIDA - FS='
012720                WRK-FS-SAIDA
012730        MOVE 16 TO WRK-RETORNO
012740        MOVE WRK-QTDE-REENV TO WRK-IND-REENV
012750        GO TO 6000-CONTROLE
012760     END-IF
012770
012780     PERFORM 4000-EXTRAIR-RODADA THRU 4000-EXIT.
012790 6000-CONTROLE.
012800     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
012810     IF WRK-RETORNO < WRK-RETORNO-GERAL
012820        MOVE WRK-RETORNO-GERAL TO WRK-RETORNO
012830     END-IF.
012840 6000-EXIT.
012850     EXIT.
012860
012870******************************************************************
012880* 7000-GRAVAR-DIMENSAO - GRAVA A DIMENSAO DE CADEIAS DO          *
012890*                        WAREHOUSE (EXTCAD): O REGISTRO DE       *
012900*                        TITULOS E UMA LINHA POR CADEIA DO       *
012910*                        CATALOGO, NA ORDEM DA CHAVE. O ARQUIVO  *
012920*                        E REFEITO POR INTEIRO A CADA EXECUCAO - *
012930*                        O WAREHOUSE SUBSTITUI A DIMENSAO.       *
012940*                        CATALOGO OU EXTCAD INDISPONIVEL NAO     *
012950*                        PREJUDICA O EXTRATO DE TERMOS: SO AVISO *
012960*                        (RETURN-CODE 4).                        *
012970******************************************************************
012980 7000-GRAVAR-DIMENSAO.
012990
013000     OPEN INPUT CADEIA
013010     IF WRK-FS-CADEIA NOT = '00'
013020        DISPLAY 'SOLEXT - AVISO - CATALOGO CADEIA INDISPONIVEL - '
013030                'FS=' WRK-FS-CADEIA ' - DIMENSAO NAO GRAVADA'
013040        IF WRK-RETORNO < 4
013050           MOVE 4 TO WRK-RETORNO
013060        END-IF
013070        GO TO 7000-EXIT
013080     END-IF
013090     OPEN OUTPUT EXTCAD
013100     IF WRK-FS-EXTCAD NOT = '00'
013110        DISPLAY 'SOLEXT - AVISO - ERRO AO ABRIR EXTCAD - FS='
013120                WRK-FS-EXTCAD ' - DIMENSAO NAO GRAVADA'
013130        IF WRK-RETORNO < 4
013140           MOVE 4 TO WRK-RETORNO
013150        END-IF
013160        CLOSE CADEIA
013170        GO TO 7000-EXIT
013180     END-IF
013190
013200     MOVE DIM-TITULOS TO REG-EXTCAD
013210     WRITE REG-EXTCAD
013220
013230     MOVE ZEROS TO WRK-QTDE-CADEIAS
013240     MOVE 'N'   TO WRK-SW-FIM-CADEIA
013250     PERFORM 7010-LER-CADEIA THRU 7010-EXIT
013260     PERFORM 7100-GRAVAR-CADEIA THRU 7100-EXIT
013270         UNTIL WRK-FIM-CADEIA
013280     CLOSE CADEIA
013290     CLOSE EXTCAD
013300
013310     DISPLAY 'SOLEXT - CADEIAS NA DIMENSAO: ' WRK-QTDE-CADEIAS.
013320 7000-EXIT.
013330     EXIT.
013340
013350 7010-LER-CADEIA.
013360
013370     READ CADEIA
013380         AT END
013390            MOVE 'S' TO WRK-SW-FIM-CADEIA
013400     END-READ.
013410 7010-EXIT.
013420     EXIT.
013430
013440******************************************************************
013450* 7100-GRAVAR-CADEIA - GRAVA A LINHA DA DIMENSAO DE UMA CADEIA.  *
013460*                      AS SEMENTES E OS COEFICIENTES DA CHAVE    *
013470*                      (EDITADOS) SAEM COM SINAL EXPLICITO, COMO *
013480*                      O VALOR NO EXTRATO.                       *
013490******************************************************************
013500 7100-GRAVAR-CADEIA.
013510
013520     MOVE REG-CDA-ID            TO DIM-CADEIA
013530     MOVE REG-CDA-SEMENTE-1     TO WRK-DIM-NUMERO
013540     MOVE WRK-DIM-NUMERO        TO DIM-SEMENTE-1
013550     MOVE REG-CDA-SEMENTE-2     TO WRK-DIM-NUMERO
013560     MOVE WRK-DIM-NUMERO        TO DIM-SEMENTE-2
013570     MOVE REG-CDA-COEF-P        TO WRK-DIM-NUMERO
013580     MOVE WRK-DIM-NUMERO        TO DIM-COEF-P
013590     MOVE REG-CDA-COEF-Q        TO WRK-DIM-NUMERO
013600     MOVE WRK-DIM-NUMERO        TO DIM-COEF-Q
013610     MOVE REG-CDA-NOME          TO DIM-NOME
013620     MOVE REG-CDA-DATA-INCLUSAO TO DIM-DATA-INCLUSAO
013630     MOVE REG-CDA-SOLIC-ORIGEM  TO DIM-SOLIC-ORIGEM
013640     MOVE REG-CDA-DATA-ULT-USO  TO DIM-DATA-ULT-USO
013650     MOVE REG-CDA-MAIOR-INDICE  TO DIM-MAIOR-INDICE
013660     MOVE REG-CDA-QTDE-PEDIDOS  TO DIM-QTDE-PEDIDOS
013670     MOVE DIM-LINHA             TO REG-EXTCAD
013680     WRITE REG-EXTCAD
013690     ADD 1 TO WRK-QTDE-CADEIAS
013700     PERFORM 7010-LER-CADEIA THRU 7010-EXIT.
013710 7100-EXIT.
013720     EXIT.
013730
013740******************************************************************
013750* 9000-GRD-SOMAR - SOMA ESTENDIDA COM SINAL: R = A + B. SINAIS   *
013760*                  IGUAIS SOMAM AS MAGNITUDES (ESTOURO POSSIVEL);*
013770*                  SINAIS OPOSTOS SUBTRAEM A MENOR MAGNITUDE DA  *
013780*                  MAIOR, QUE DITA O SINAL. OS OPERANDOS A E B   *
013790*                  NAO SAO PRESERVADOS; ZERO E NORMALIZADO COM   *
013800*                  SINAL '+'. MESMA CONVENCAO DO SOLUTION.       *
013810******************************************************************
013820 9000-GRD-SOMAR.
013830
013840     MOVE 'N' TO WRK-GRD-ESTOURO
013850     IF WRK-GRD-A-SINAL = WRK-GRD-B-SINAL
013860        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
013870        PERFORM 9010-GRD-SOMAR-MAG THRU 9010-EXIT
013880     ELSE
013890*       AS MAGNITUDES TEM LARGURA FIXA COM ZEROS A ESQUERDA, DE
013900*       MODO QUE A COMPARACAO ALFANUMERICA EQUIVALE A NUMERICA.
013910        IF WRK-GRD-A-DIGITOS < WRK-GRD-B-DIGITOS
013920           MOVE WRK-GRD-A     TO WRK-GRD-TROCA
013930           MOVE WRK-GRD-B     TO WRK-GRD-A
013940           MOVE WRK-GRD-TROCA TO WRK-GRD-B
013950        END-IF
013960        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
013970        PERFORM 9020-GRD-SUBTRAIR-MAG THRU 9020-EXIT
013980     END-IF
013990
014000     IF WRK-GRD-R-DIGITOS = WRK-GRD-ZEROS
014010        MOVE '+' TO WRK-GRD-R-SINAL
014020     END-IF.
014030 9000-EXIT.
014040     EXIT.
014050
014060 9010-GRD-SOMAR-MAG.
014070
014080     MOVE ZEROS TO WRK-GRD-CARRY
014090     PERFORM 9015-GRD-SOMAR-DIGITO THRU 9015-EXIT
014100         VARYING WRK-GRD-IND FROM 112 BY -1
014110         UNTIL WRK-GRD-IND < 1
014120     IF WRK-GRD-CARRY > ZEROS
014130        MOVE 'S' TO WRK-GRD-ESTOURO
014140     END-IF.
014150 9010-EXIT.
014160     EXIT.
014170
014180 9015-GRD-SOMAR-DIGITO.
014190
014200     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
014210                              + WRK-GRD-B-DIG (WRK-GRD-IND)
014220                              + WRK-GRD-CARRY
014230     IF WRK-GRD-TRABALHO > 9
014240        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO - 10
014250        MOVE 1 TO WRK-GRD-CARRY
014260     ELSE
014270        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
014280        MOVE ZEROS TO WRK-GRD-CARRY
014290     END-IF.
014300 9015-EXIT.
014310     EXIT.
014320
014330 9020-GRD-SUBTRAIR-MAG.
014340
014350     MOVE ZEROS TO WRK-GRD-CARRY
014360     PERFORM 9025-GRD-SUBTRAIR-DIGITO THRU 9025-EXIT
014370         VARYING WRK-GRD-IND FROM 112 BY -1
014380         UNTIL WRK-GRD-IND < 1.
014390 9020-EXIT.
014400     EXIT.
014410
014420 9025-GRD-SUBTRAIR-DIGITO.
014430
014440     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
014450                              - WRK-GRD-B-DIG (WRK-GRD-IND)
014460                              - WRK-GRD-CARRY
014470     IF WRK-GRD-TRABALHO < ZEROS
014480        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO + 10
014490        MOVE 1 TO WRK-GRD-CARRY
014500     ELSE
014510        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
014520        MOVE ZEROS TO WRK-GRD-CARRY
014530     END-IF.
014540 9025-EXIT.
014550     EXIT.
014560
014570******************************************************************
014580* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
014590*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
014600*                            PASSO (PROGRAMA, DATA/HORA,         *
014610*                            RETURN-CODE E TERMOS EXTRAIDOS),    *
014620*                            PARA O HISTORICO DE OPERACAO DO     *
014630*                            SOLHIS, A CONCILIACAO COM O         *
014640*                            WAREHOUSE (SOLCONC) E O REINICIO    *
014650*                            DO SOLJOB (SOLRST). TAMBEM GRAVA A  *
014660*                            MARCA DE INICIO DA EXTRACAO         *
014670*                            (RETURN-CODE 99, QUANTIDADE = LINHAS*
014680*                            JA NO EXTRATO). RODADA JA EXTRAIDA  *
014690*                            SAI COM A QUANTIDADE EM BRANCO, QUE *
014700*                            A CONCILIACAO NAO CONTA DUAS VEZES. *
014710*                            UMA FALHA DE GRAVACAO AQUI SO GERA  *
014720*                            AVISO, SEM ALTERAR O RETURN-CODE DO *
014730*                            PASSO.                              *
014740******************************************************************
014750 8500-GRAVAR-RUN-CONTROLE.
014760
014770     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
014780     ACCEPT WRK-HORA-CTL FROM TIME
014790     OPEN EXTEND RUNCTL
014800     IF WRK-FS-RUNCTL = '35'
014810        OPEN OUTPUT RUNCTL
014820     END-IF
014830     IF WRK-FS-RUNCTL NOT = '00'
014840        DISPLAY 'SOLEXT - AVISO - RUNCTL INDISPONIVEL - FS='
014850                WRK-FS-RUNCTL
014860        MOVE 'S' TO WRK-SW-RUNCTL-FALHOU
014870        GO TO 8500-EXIT
014880     END-IF
014890
014900     MOVE SPACES            TO REG-RUNCTL
014910     SET REG-RUN-REG-PASSO  TO TRUE
014920     MOVE WRK-RODADA-ALVO  TO REG-RUN-RODADA
014930     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
014940     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
014950     MOVE 'SOLEXT  ' TO REG-RUN-PAS-PROGRAMA
014960     EVALUATE TRUE
014970        WHEN WRK-GRAVANDO-MARCA
014980           MOVE 99                 TO REG-RUN-PAS-RETORNO
014990           MOVE WRK-LINHAS-EXTRATO TO REG-RUN-PAS-QTDE-REGS
015000        WHEN WRK-RODADA-JA-EXTRAIDA
015010           MOVE WRK-RETORNO        TO REG-RUN-PAS-RETORNO
015020        WHEN OTHER
015030           MOVE WRK-RETORNO        TO REG-RUN-PAS-RETORNO
015040           MOVE WRK-QTDE-EXTRAIDOS TO REG-RUN-PAS-QTDE-REGS
015050     END-EVALUATE
015060     WRITE REG-RUNCTL
015070     IF WRK-FS-RUNCTL NOT = '00'
015080        DISPLAY 'SOLEXT - AVISO - ERRO AO GRAVAR RUNCTL - FS='
015090                WRK-FS-RUNCTL
015100        MOVE 'S' TO WRK-SW-RUNCTL-FALHOU
015110     END-IF
015120     CLOSE RUNCTL.
015130 8500-EXIT.
015140     EXIT.
015150
015160******************************************************************
015170* 9999-ENCERRAR - FECHA O EXTRATO, GRAVA O REGISTRO 'S' (NO      *
015180*                 REENVIO JA GRAVADO POR RODADA), DEVOLVE O      *
015190*                 RETURN-CODE E ENCERRA O PROGRAMA.              *
015200******************************************************************
015210 9999-ENCERRAR.
015220
015230     IF WRK-EXTRATO-ABERTO
015240        CLOSE EXTRATO
015250     END-IF
015260     IF NOT WRK-MODO-REENVIO
015270        PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
015280     END-IF
015290     MOVE WRK-RETORNO TO RETURN-CODE
015300     STOP RUN.
015310 9999-EXIT.
015320     EXIT.
015330
015340 END PROGRAM SOLEXT.
