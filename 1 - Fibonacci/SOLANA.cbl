000010******************************************************************
000020* PROGRAM  : SOLANA                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : ANALISE DAS SEQUENCIAS POR PEDIDO. LE UMA RODADA    *
000070*            DA SAIDA (PARM OU, SEM PARM, A MAIS RECENTE) E,     *
000080*            PARA CADA PEDIDO ('H' E SEUS DETALHES 'D'), EMITE   *
000090*            UM RELATORIO PROPRIO NA MESMA NUMERACAO DO          *
000100*            SOLBRST (RELA01 A RELA10, AO LADO DA RELP01 A       *
000110*            RELP10 DO SOLICITANTE): QUANTIDADE DE DIGITOS E     *
000120*            VARIACAO DE CADA TERMO, PARIDADE E DIVISIBILIDADE   *
000130*            POR 2, 3, 5 E 10, RAZAO T(N)/T(N-1) E A SUA         *
000140*            DIFERENCA PARA A RAIZ DOMINANTE DE X2 = P.X + Q,    *
000150*            COM O INDICE A PARTIR DO QUAL A RAZAO FICA ESTAVEL  *
000160*            EM N CASAS DECIMAIS; NO FIM DO PEDIDO, O RESUMO     *
000170*            COM O CRESCIMENTO MEDIO EM DIGITOS, AS CONTAGENS,   *
000180*            AS POSICOES DOS ZEROS E DAS TROCAS DE SINAL E A     *
000190*            CLASSIFICACAO DE CADEIA DEGENERADA (NULA,           *
000200*            CONSTANTE, ALTERNADA OU PERIODICA). OS MESMOS       *
000210*            NUMEROS SAEM NO ARQUIVO ANALISE, UMA LINHA POR      *
000220*            PEDIDO SEPARADA POR ';', PARA CARGA NO WAREHOUSE.   *
000230*                                                                *
000240*            PARM OPCIONAL: POSICOES 1-5 = RODADA (ZEROS OU      *
000250*            BRANCOS = A MAIS RECENTE); POSICOES 6-7 = CASAS     *
000260*            DECIMAIS DA CONVERGENCIA, DE 01 A 08 (PADRAO 06).   *
000270*                                                                *
000280*            A RAZAO E CALCULADA SOBRE OS 18 DIGITOS MAIS        *
000290*            SIGNIFICATIVOS DOS DOIS TERMOS, O QUE BASTA PARA    *
000300*            AS OITO CASAS. NO PEDIDO DE RESIDUOS (MODO M) A     *
000310*            RAZAO NAO SE APLICA.                                *
000320*                                                                *
000330*            RETURN-CODES: 0 = RODADA ANALISADA; 4 = MAIS DE     *
000340*            DEZ PEDIDOS (EXCEDENTES NA RELA10) OU PARM COM      *
000350*            CASAS INVALIDAS; 16 = ERRO DE ABERTURA DE ARQUIVO   *
000360*            OU DE GRAVACAO DO ANALISE.                          *
000370******************************************************************
000380* MODIFICATION HISTORY                                           *
000390*  DATE       INIC  DESCRICAO                                    *
000400*  15/10/2026 RL    VERSAO INICIAL - ANALISE DAS SEQUENCIAS      *
000410*                   POR PEDIDO COM RESUMO PARA O WAREHOUSE.      *
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     SOLANA.
000450 AUTHOR.         ROBSON LIMA.
000460 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000470 DATE-WRITTEN.   15/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SAIDA ASSIGN TO SAIDA
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-FS-SAIDA.
000550     SELECT RELA01 ASSIGN TO RELA01
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-FS-RELA01.
000580     SELECT RELA02 ASSIGN TO RELA02
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-FS-RELA02.
000610     SELECT RELA03 ASSIGN TO RELA03
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-FS-RELA03.
000640     SELECT RELA04 ASSIGN TO RELA04
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-FS-RELA04.
000670     SELECT RELA05 ASSIGN TO RELA05
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-FS-RELA05.
000700     SELECT RELA06 ASSIGN TO RELA06
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-FS-RELA06.
000730     SELECT RELA07 ASSIGN TO RELA07
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-FS-RELA07.
000760     SELECT RELA08 ASSIGN TO RELA08
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-FS-RELA08.
000790     SELECT RELA09 ASSIGN TO RELA09
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-FS-RELA09.
000820     SELECT RELA10 ASSIGN TO RELA10
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-FS-RELA10.
000850     SELECT ANALISE ASSIGN TO ANALISE
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-FS-ANALISE.
000880     SELECT RUNCTL ASSIGN TO RUNCTL
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WRK-FS-RUNCTL.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  SAIDA
000940     RECORDING MODE IS F.
000950 01  REG-SAIDA.
000960     05 REG-SAI-TIPO             PIC X(01).
000970        88 REG-SAI-DETALHE           VALUE 'D'.
000980        88 REG-SAI-TRAILER           VALUE 'T'.
000990        88 REG-SAI-LOCALIZADO        VALUE 'L'.
001000        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
001010        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
001020        88 REG-SAI-CAPACIDADE        VALUE 'C'.
001030        88 REG-SAI-CAB-RODADA        VALUE 'R'.
001040        88 REG-SAI-ADIADO            VALUE 'F'.
001050        88 REG-SAI-PERIODO           VALUE 'M'.
001060     05 FILLER                   PIC X(01).
001070     05 REG-SAI-RODADA           PIC 9(05).
001080     05 FILLER                   PIC X(01).
001090     05 REG-SAI-CORPO.
001100        10 REG-SAI-INDICE           PIC 9(05).
001110        10 FILLER                   PIC X(01).
001120        10 REG-SAI-VALOR.
001130           15 REG-SAI-VALOR-SINAL   PIC X(01).
001140           15 REG-SAI-VALOR-DIGITOS PIC X(112).
001150        10 FILLER                   PIC X(01).
001160        10 REG-SAI-DATA-EXEC        PIC X(08).
001170        10 FILLER                   PIC X(21).
001180     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001190        10 REG-SAI-QTDE-REGS        PIC 9(07).
001200        10 FILLER                   PIC X(01).
001210        10 REG-SAI-SOMA-TOTAL.
001220           15 REG-SAI-SOMA-SINAL    PIC X(01).
001230           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001240        10 FILLER                   PIC X(28).
001250     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001260        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001270        10 FILLER                   PIC X(01).
001280        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001290        10 FILLER                   PIC X(01).
001300        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001310        10 FILLER                   PIC X(01).
001320        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001330        10 FILLER                   PIC X(01).
001340        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001350        10 FILLER                   PIC X(01).
001360        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001370        10 FILLER                   PIC X(01).
001380        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001390        10 FILLER                   PIC X(01).
001400        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001410        10 FILLER                   PIC X(01).
001420        10 REG-SAI-CAB-MODO         PIC X(01).
001430        10 FILLER                   PIC X(01).
001440        10 REG-SAI-CAB-MODULO       PIC 9(18).
001450        10 FILLER                   PIC X(01).
001460        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001470        10 FILLER                   PIC X(35).
001480     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001490        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001500        10 FILLER                   PIC X(01).
001510        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001520        10 FILLER                   PIC X(01).
001530        10 REG-SAI-PED-SOMA.
001540           15 REG-SAI-PED-SOMA-SINAL
001550                                    PIC X(01).
001560           15 REG-SAI-PED-SOMA-DIGITOS
001570                                    PIC X(112).
001580        10 FILLER                   PIC X(01).
001590        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001600        10 FILLER                   PIC X(01).
001610        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001620     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001630        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001640        10 FILLER                   PIC X(01).
001650        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001660        10 FILLER                   PIC X(01).
001670        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001680        10 FILLER                   PIC X(129).
001690     05 REG-SAI-DIFER REDEFINES REG-SAI-CORPO.
001700        10 REG-SAI-DIF-SEQ-PEDIDO   PIC 9(05).
001710        10 FILLER                   PIC X(01).
001720        10 REG-SAI-DIF-SOLICITANTE  PIC X(08).
001730        10 FILLER                   PIC X(01).
001740        10 REG-SAI-DIF-REFERENCIA   PIC X(12).
001750        10 FILLER                   PIC X(01).
001760        10 REG-SAI-DIF-MODO         PIC X(01).
001770        10 FILLER                   PIC X(01).
001780        10 REG-SAI-DIF-CLASSE       PIC X(01).
001790        10 FILLER                   PIC X(118).
001800     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001810        10 REG-SAI-ROD-DATA         PIC X(08).
001820        10 FILLER                   PIC X(01).
001830        10 REG-SAI-ROD-HORA         PIC X(08).
001840        10 FILLER                   PIC X(132).
001850     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001860        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001870        10 FILLER                   PIC X(01).
001880        10 REG-SAI-PER-MODULO       PIC 9(18).
001890        10 FILLER                   PIC X(01).
001900        10 REG-SAI-PER-SITUACAO     PIC X(01).
001910           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
001920           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
001930        10 FILLER                   PIC X(01).
001940        10 REG-SAI-PER-PERIODO      PIC 9(05).
001950        10 FILLER                   PIC X(01).
001960        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
001970        10 FILLER                   PIC X(01).
001980        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
001990        10 FILLER                   PIC X(01).
002000        10 REG-SAI-PER-REFERENCIA   PIC X(12).
002010        10 FILLER                   PIC X(89).
002020
002030 FD  RELA01
002040     RECORDING MODE IS F.
002050 01  REG-RELA01                  PIC X(132).
002060 FD  RELA02
002070     RECORDING MODE IS F.
002080 01  REG-RELA02                  PIC X(132).
002090 FD  RELA03
002100     RECORDING MODE IS F.
002110 01  REG-RELA03                  PIC X(132).
002120 FD  RELA04
002130     RECORDING MODE IS F.
002140 01  REG-RELA04                  PIC X(132).
002150 FD  RELA05
002160     RECORDING MODE IS F.
002170 01  REG-RELA05                  PIC X(132).
002180 FD  RELA06
002190     RECORDING MODE IS F.
002200 01  REG-RELA06                  PIC X(132).
002210 FD  RELA07
002220     RECORDING MODE IS F.
002230 01  REG-RELA07                  PIC X(132).
002240 FD  RELA08
002250     RECORDING MODE IS F.
002260 01  REG-RELA08                  PIC X(132).
002270 FD  RELA09
002280     RECORDING MODE IS F.
002290 01  REG-RELA09                  PIC X(132).
002300 FD  RELA10
002310     RECORDING MODE IS F.
002320 01  REG-RELA10                  PIC X(132).
002330
002340 FD  ANALISE
002350     RECORDING MODE IS F.
002360 01  REG-ANALISE                 PIC X(240).
002370
002380 FD  RUNCTL
002390     RECORDING MODE IS F.
002400 01  REG-RUNCTL.
002410     05 REG-RUN-TIPO              PIC X(01).
002420        88 REG-RUN-REG-RODADA         VALUE 'R'.
002430        88 REG-RUN-REG-PASSO          VALUE 'S'.
002440     05 FILLER                    PIC X(01).
002450     05 REG-RUN-RODADA            PIC 9(05).
002460     05 FILLER                    PIC X(01).
002470     05 REG-RUN-DATA              PIC X(08).
002480     05 FILLER                    PIC X(01).
002490     05 REG-RUN-CORPO.
002500        10 REG-RUN-HORA-INI        PIC X(08).
002510        10 FILLER                  PIC X(01).
002520        10 REG-RUN-HORA-FIM        PIC X(08).
002530        10 FILLER                  PIC X(01).
002540        10 REG-RUN-RETORNO         PIC 9(02).
002550        10 FILLER                  PIC X(01).
002560        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002570        10 FILLER                  PIC X(01).
002580        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002590        10 FILLER                  PIC X(01).
002600        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002610        10 FILLER                  PIC X(01).
002620        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002630     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002640        10 REG-RUN-PAS-HORA        PIC X(08).
002650        10 FILLER                  PIC X(01).
002660        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002670        10 FILLER                  PIC X(01).
002680        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002690        10 FILLER                  PIC X(01).
002700        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
002710        10 FILLER                  PIC X(18).
002720
002730 WORKING-STORAGE SECTION.
002740 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
002750 77 WRK-FS-RELA01                PIC X(02) VALUE ZEROS.
002760 77 WRK-FS-RELA02                PIC X(02) VALUE ZEROS.
002770 77 WRK-FS-RELA03                PIC X(02) VALUE ZEROS.
002780 77 WRK-FS-RELA04                PIC X(02) VALUE ZEROS.
002790 77 WRK-FS-RELA05                PIC X(02) VALUE ZEROS.
002800 77 WRK-FS-RELA06                PIC X(02) VALUE ZEROS.
002810 77 WRK-FS-RELA07                PIC X(02) VALUE ZEROS.
002820 77 WRK-FS-RELA08                PIC X(02) VALUE ZEROS.
002830 77 WRK-FS-RELA09                PIC X(02) VALUE ZEROS.
002840 77 WRK-FS-RELA10                PIC X(02) VALUE ZEROS.
002850 77 WRK-FS-ANALISE               PIC X(02) VALUE ZEROS.
002860 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
002870 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
002880 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
002890 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
002900 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
002910    88 WRK-FIM-SAIDA                 VALUE 'S'.
002920 77 WRK-SW-PEDIDO-ABERTO         PIC X(01) VALUE 'N'.
002930    88 WRK-PEDIDO-ABERTO             VALUE 'S'.
002940 77 WRK-SW-AVANCO-PAGINA         PIC X(01) VALUE 'N'.
002950    88 WRK-AVANCO-PAGINA             VALUE 'S'.
002960 77 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
002970 77 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
002980 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
002990 77 WRK-SAIDA-CORRENTE           PIC 9(02) VALUE ZEROS.
003000 77 WRK-QTDE-PEDIDOS             PIC 9(05) VALUE ZEROS.
003010 77 WRK-QTDE-EXCEDENTES          PIC 9(05) VALUE ZEROS.
003020 77 WRK-QTDE-RESUMOS             PIC 9(05) VALUE ZEROS.
003030 77 WRK-QTDE-TERMOS-RODADA       PIC 9(07) VALUE ZEROS.
003040 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
003050 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
003060 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
003070 77 WRK-IND                      PIC S9(04) COMP VALUE ZEROS.
003080
003090*    CASAS DECIMAIS DA CONVERGENCIA (PARM, PADRAO 06) E A
003100*    TOLERANCIA CORRESPONDENTE (MEIA UNIDADE DA ULTIMA CASA).
003110 77 WRK-CASAS                    PIC 9(02) VALUE 06.
003120 77 WRK-TOLERANCIA               PIC S9(01)V9(09) COMP-3
003130                                 VALUE ZEROS.
003140
003150*    DADOS DO PEDIDO EM ANALISE (CABECALHO 'H').
003160 77 WRK-SEQ-PEDIDO               PIC 9(05) VALUE ZEROS.
003170 77 WRK-SOLICITANTE              PIC X(08) VALUE SPACES.
003180 77 WRK-REFERENCIA               PIC X(12) VALUE SPACES.
003190 77 WRK-CADEIA                   PIC 9(07) VALUE ZEROS.
003200 77 WRK-MODO                     PIC X(01) VALUE SPACES.
003210    88 WRK-MODO-RESIDUOS             VALUE 'M'.
003220 77 WRK-COEF-P                   PIC S9(04) VALUE ZEROS.
003230 77 WRK-COEF-Q                   PIC S9(04) VALUE ZEROS.
003240
003250*    RAIZ DOMINANTE DE X2 = P.X + Q. SITUACAO: R = REAL
003260*    DOMINANTE, D = RAIZ DUPLA, C = RAIZES COMPLEXAS, I = RAIZES
003270*    REAIS DE MESMO MODULO (P = 0), N = NAO SE APLICA (RESIDUOS).
003280 77 WRK-SIT-RAIZ                 PIC X(01) VALUE SPACES.
003290    88 WRK-RAIZ-REAL                 VALUE 'R'.
003300    88 WRK-RAIZ-DUPLA                VALUE 'D'.
003310    88 WRK-RAIZ-COMPLEXA             VALUE 'C'.
003320    88 WRK-RAIZ-MESMO-MODULO         VALUE 'I'.
003330    88 WRK-RAIZ-NAO-SE-APLICA        VALUE 'N'.
003340    88 WRK-RAIZ-DOMINANTE            VALUE 'R' 'D'.
003350 77 WRK-DISCRIMINANTE            PIC S9(09) COMP-3 VALUE ZEROS.
003360 77 WRK-RAIZ-DISCR               PIC S9(09)V9(09) COMP-3
003370                                 VALUE ZEROS.
003380 77 WRK-RAIZ-DISCR-ANT           PIC S9(09)V9(09) COMP-3
003390                                 VALUE ZEROS.
003400 77 WRK-RAIZ                     PIC S9(09)V9(09) COMP-3
003410                                 VALUE ZEROS.
003420 77 WRK-QTDE-ITERACOES           PIC S9(04) COMP VALUE ZEROS.
003430
003440*    TERMO ATUAL E TERMO ANTERIOR DO PEDIDO (SINAL + MAGNITUDE,
003450*    MESMA CONVENCAO DA SAIDA) E O PAR INICIAL, PARA A PROCURA
003460*    DE PERIODO.
003470 01 WRK-TERMO.
003480    05 WRK-TERMO-SINAL           PIC X(01) VALUE '+'.
003490    05 WRK-TERMO-DIGITOS         PIC X(112) VALUE ZEROS.
003500    05 FILLER REDEFINES WRK-TERMO-DIGITOS.
003510       10 WRK-TERMO-DIG          PIC 9(01) OCCURS 112 TIMES.
003520 01 WRK-ANTERIOR.
003530    05 WRK-ANT-SINAL             PIC X(01) VALUE '+'.
003540    05 WRK-ANT-DIGITOS           PIC X(112) VALUE ZEROS.
003550 01 WRK-PRIMEIRO-TERMO           PIC X(113) VALUE SPACES.
003560 01 WRK-SEGUNDO-TERMO            PIC X(113) VALUE SPACES.
003570
003580*    ACUMULADORES DO PEDIDO.
003590 77 WRK-QTDE-TERMOS              PIC 9(05) VALUE ZEROS.
003600 77 WRK-IND-PRIMEIRO             PIC 9(05) VALUE ZEROS.
003610 77 WRK-IND-ULTIMO               PIC 9(05) VALUE ZEROS.
003620 77 WRK-DIG-PRIMEIRO             PIC 9(03) VALUE ZEROS.
003630 77 WRK-DIG-ULTIMO               PIC 9(03) VALUE ZEROS.
003640 77 WRK-DIG-ATUAL                PIC 9(03) VALUE ZEROS.
003650 77 WRK-VAR-DIGITOS              PIC S9(03) VALUE ZEROS.
003660 77 WRK-CRESC-MEDIO              PIC S9(03)V9(04) COMP-3
003670                                 VALUE ZEROS.
003680 77 WRK-POS-INICIAL              PIC S9(04) COMP VALUE ZEROS.
003690 77 WRK-TAM-ATUAL                PIC S9(04) COMP VALUE ZEROS.
003700 77 WRK-TAM-ANTERIOR             PIC S9(04) COMP VALUE ZEROS.
003710 77 WRK-SOMA-DIGITOS             PIC S9(05) COMP VALUE ZEROS.
003720 77 WRK-QUOCIENTE                PIC S9(05) COMP VALUE ZEROS.
003730 77 WRK-RESTO                    PIC S9(05) COMP VALUE ZEROS.
003740 77 WRK-QTDE-PARES               PIC 9(05) VALUE ZEROS.
003750 77 WRK-QTDE-IMPARES             PIC 9(05) VALUE ZEROS.
003760 77 WRK-QTDE-DIV3                PIC 9(05) VALUE ZEROS.
003770 77 WRK-QTDE-DIV5                PIC 9(05) VALUE ZEROS.
003780 77 WRK-QTDE-DIV10               PIC 9(05) VALUE ZEROS.
003790 77 WRK-QTDE-ZEROS               PIC 9(05) VALUE ZEROS.
003800 77 WRK-PRIM-ZERO                PIC 9(05) VALUE ZEROS.
003810 77 WRK-QTDE-TROCAS              PIC 9(05) VALUE ZEROS.
003820 77 WRK-PRIM-TROCA               PIC 9(05) VALUE ZEROS.
003830 77 WRK-SINAL-REF                PIC X(01) VALUE SPACES.
003840 77 WRK-SW-PERIODO               PIC X(01) VALUE 'N'.
003850    88 WRK-PERIODO-ACHADO            VALUE 'S'.
003860 77 WRK-PERIODO                  PIC 9(05) VALUE ZEROS.
003870 77 WRK-DEGENERACAO              PIC X(01) VALUE 'N'.
003880    88 WRK-DEG-NULA                  VALUE 'Z'.
003890    88 WRK-DEG-CONSTANTE             VALUE 'C'.
003900    88 WRK-DEG-ALTERNADA             VALUE 'A'.
003910    88 WRK-DEG-PERIODICA             VALUE 'P'.
003920    88 WRK-DEG-NENHUMA               VALUE 'N'.
003930 77 WRK-SW-CAPACIDADE            PIC X(01) VALUE 'N'.
003940    88 WRK-CAPACIDADE-ATINGIDA       VALUE 'S'.
003950 77 WRK-CAPAC-INDICE             PIC 9(05) VALUE ZEROS.
003960
003970*    RAZAO T(N)/T(N-1). SITUACAO: S = CALCULADA, I = INDEFINIDA
003980*    (TERMO ANTERIOR NULO), E = FORA DE ESCALA, N = NAO CALCULADA
003990*    (PRIMEIRO TERMO OU PEDIDO DE RESIDUOS).
004000 77 WRK-SW-RAZAO                 PIC X(01) VALUE 'N'.
004010    88 WRK-RAZAO-CALCULADA           VALUE 'S'.
004020    88 WRK-RAZAO-INDEFINIDA          VALUE 'I'.
004030    88 WRK-RAZAO-FORA-ESCALA         VALUE 'E'.
004040    88 WRK-RAZAO-NAO-CALCULADA       VALUE 'N'.
004050 77 WRK-SW-ULT-RAZAO             PIC X(01) VALUE 'N'.
004060    88 WRK-HA-ULT-RAZAO              VALUE 'S'.
004070 77 WRK-RAZAO                    PIC S9(09)V9(09) COMP-3
004080                                 VALUE ZEROS.
004090 77 WRK-ULT-RAZAO                PIC S9(09)V9(09) COMP-3
004100                                 VALUE ZEROS.
004110 77 WRK-DIFERENCA                PIC S9(09)V9(09) COMP-3
004120                                 VALUE ZEROS.
004130 77 WRK-DIF-ABSOLUTA             PIC S9(09)V9(09) COMP-3
004140                                 VALUE ZEROS.
004150 77 WRK-IND-ESTAVEL              PIC 9(05) VALUE ZEROS.
004160 77 WRK-TAM-MAIOR                PIC S9(04) COMP VALUE ZEROS.
004170 77 WRK-TAM-JANELA               PIC S9(04) COMP VALUE ZEROS.
004180 77 WRK-POS-JANELA               PIC S9(04) COMP VALUE ZEROS.
004190 77 WRK-POS-DESTINO              PIC S9(04) COMP VALUE ZEROS.
004200
004210*    JANELAS DE 18 DIGITOS DOS DOIS TERMOS DA RAZAO.
004220 01 WRK-JANELA-ATUAL.
004230    05 WRK-JAN-ATU-X             PIC X(18) VALUE ZEROS.
004240    05 WRK-JAN-ATU-N REDEFINES WRK-JAN-ATU-X
004250                                 PIC 9(18).
004260 01 WRK-JANELA-ANTERIOR.
004270    05 WRK-JAN-ANT-X             PIC X(18) VALUE ZEROS.
004280    05 WRK-JAN-ANT-N REDEFINES WRK-JAN-ANT-X
004290                                 PIC 9(18).
004300
004310*    POSICOES DOS TERMOS NULOS E DAS TROCAS DE SINAL DO PEDIDO, E
004320*    A AREA COMUM DA LISTAGEM DAS POSICOES.
004330 77 WRK-MAX-POSICOES             PIC S9(04) COMP VALUE 200.
004340 01 TAB-ZEROS.
004350    05 TAB-ZER-INDICE            PIC 9(05) OCCURS 200 TIMES.
004360 01 TAB-TROCAS.
004370    05 TAB-TRO-INDICE            PIC 9(05) OCCURS 200 TIMES.
004380 01 TAB-POSICOES.
004390    05 TAB-POS-INDICE            PIC 9(05) OCCURS 200 TIMES.
004400 77 WRK-QTDE-LISTA               PIC 9(05) VALUE ZEROS.
004410 77 WRK-QTDE-LISTADAS            PIC S9(04) COMP VALUE ZEROS.
004420 77 WRK-QTDE-NAO-LISTADAS        PIC 9(05) VALUE ZEROS.
004430 77 WRK-IND-POS                  PIC S9(04) COMP VALUE ZEROS.
004440 77 WRK-IND-COL                  PIC S9(04) COMP VALUE ZEROS.
004450 77 WRK-ROTULO-LISTA             PIC X(24) VALUE SPACES.
004460
004470*    EDICOES AUXILIARES.
004480 77 WRK-NUM-DECIMAL              PIC -(9)9.9(9).
004490 77 WRK-NUM-ANALISE              PIC +9(09).9(09).
004500 77 WRK-IND-EDITADO              PIC ZZ,ZZ9.
004510
004520 01 WRK-LINHA                    PIC X(132) VALUE SPACES.
004530 01 WRK-LINHA-SALVA              PIC X(132) VALUE SPACES.
004540
004550 01 ACAB-LINHA-1.
004560    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
004570    05 FILLER                    PIC X(21) VALUE
004580       'ANALISE DO PEDIDO    '.
004590    05 ACAB-SEQ-PEDIDO           PIC ZZZZ9.
004600    05 FILLER                    PIC X(09) VALUE '  RODADA '.
004610    05 ACAB-RODADA               PIC ZZZZ9.
004620    05 FILLER                    PIC X(11) VALUE '  EMISSAO: '.
004630    05 ACAB-EMI-DIA              PIC X(02).
004640    05 FILLER                    PIC X(01) VALUE '/'.
004650    05 ACAB-EMI-MES              PIC X(02).
004660    05 FILLER                    PIC X(01) VALUE '/'.
004670    05 ACAB-EMI-ANO              PIC X(04).
004680    05 FILLER                    PIC X(06) VALUE SPACES.
004690    05 FILLER                    PIC X(05) VALUE 'PAG. '.
004700    05 ACAB-PAGINA               PIC ZZZ9.
004710    05 FILLER                    PIC X(46) VALUE SPACES.
004720
004730 01 ACAB-LINHA-2.
004740    05 FILLER                    PIC X(13) VALUE 'SOLICITANTE: '.
004750    05 ACAB-SOLICITANTE          PIC X(08).
004760    05 FILLER                    PIC X(14) VALUE '  REFERENCIA: '.
004770    05 ACAB-REFERENCIA           PIC X(12).
004780    05 FILLER                    PIC X(10) VALUE '  CADEIA: '.
004790    05 ACAB-CADEIA               PIC ZZZZZZ9.
004800    05 FILLER                    PIC X(08) VALUE '  MODO: '.
004810    05 ACAB-MODO                 PIC X(01).
004820    05 FILLER                    PIC X(59) VALUE SPACES.
004830
004840 01 ACAB-LINHA-3.
004850    05 FILLER                    PIC X(10) VALUE 'SEMENTES: '.
004860    05 ACAB-SEMENTE-1            PIC X(19).
004870    05 FILLER                    PIC X(01) VALUE '/'.
004880    05 ACAB-SEMENTE-2            PIC X(19).
004890    05 FILLER                    PIC X(07) VALUE ' COEF: '.
004900    05 ACAB-COEF-P               PIC X(05).
004910    05 FILLER                    PIC X(01) VALUE '/'.
004920    05 ACAB-COEF-Q               PIC X(05).
004930    05 FILLER                    PIC X(65) VALUE SPACES.
004940
004950 01 ACAB-LINHA-4.
004960    05 FILLER                    PIC X(32) VALUE
004970       'RAIZ DOMINANTE DE X2 = P.X + Q: '.
004980    05 ACAB-RAIZ                 PIC X(34).
004990    05 FILLER                    PIC X(14) VALUE '  CONVERGENCIA'.
005000    05 FILLER                    PIC X(04) VALUE ' EM '.
005010    05 ACAB-CASAS                PIC Z9.
005020    05 FILLER                    PIC X(15) VALUE
005030       ' CASAS DECIMAIS'.
005040    05 FILLER                    PIC X(31) VALUE SPACES.
005050
005060 01 ACAB-COLUNAS.
005070    05 FILLER                    PIC X(07) VALUE ' INDICE'.
005080    05 FILLER                    PIC X(02) VALUE SPACES.
005090    05 FILLER                    PIC X(03) VALUE 'DIG'.
005100    05 FILLER                    PIC X(02) VALUE SPACES.
005110    05 FILLER                    PIC X(04) VALUE ' VAR'.
005120    05 FILLER                    PIC X(02) VALUE SPACES.
005130    05 FILLER                    PIC X(05) VALUE 'PARID'.
005140    05 FILLER                    PIC X(02) VALUE SPACES.
005150    05 FILLER                    PIC X(09) VALUE 'DIVISORES'.
005160    05 FILLER                    PIC X(02) VALUE SPACES.
005170    05 FILLER                    PIC X(20) VALUE
005180       '   RAZAO T(N)/T(N-1)'.
005190    05 FILLER                    PIC X(02) VALUE SPACES.
005200    05 FILLER                    PIC X(20) VALUE
005210       '  DIFERENCA P/ RAIZ'.
005220    05 FILLER                    PIC X(02) VALUE SPACES.
005230    05 FILLER                    PIC X(50) VALUE 'OBSERVACAO'.
005240
005250 01 ADET-LINHA.
005260    05 FILLER                    PIC X(01) VALUE SPACES.
005270    05 ADET-INDICE               PIC ZZ,ZZ9.
005280    05 FILLER                    PIC X(02) VALUE SPACES.
005290    05 ADET-DIGITOS              PIC ZZ9.
005300    05 FILLER                    PIC X(02) VALUE SPACES.
005310    05 ADET-VARIACAO             PIC X(04) VALUE SPACES.
005320    05 FILLER                    PIC X(02) VALUE SPACES.
005330    05 ADET-PARIDADE             PIC X(05) VALUE SPACES.
005340    05 FILLER                    PIC X(02) VALUE SPACES.
005350    05 ADET-DIVISORES.
005360       10 ADET-DIV-2             PIC X(02) VALUE SPACES.
005370       10 ADET-DIV-3             PIC X(02) VALUE SPACES.
005380       10 ADET-DIV-5             PIC X(02) VALUE SPACES.
005390       10 ADET-DIV-10            PIC X(03) VALUE SPACES.
005400    05 FILLER                    PIC X(02) VALUE SPACES.
005410    05 ADET-RAZAO                PIC X(20) VALUE SPACES.
005420    05 FILLER                    PIC X(02) VALUE SPACES.
005430    05 ADET-DIFERENCA            PIC X(20) VALUE SPACES.
005440    05 FILLER                    PIC X(02) VALUE SPACES.
005450    05 ADET-OBS                  PIC X(30) VALUE SPACES.
005460    05 FILLER                    PIC X(20) VALUE SPACES.
005470
005480 77 WRK-VAR-EDITADA              PIC +++9.
005490
005500 01 ARES-TITULO.
005510    05 FILLER                    PIC X(36) VALUE
005520       '*** RESUMO DA ANALISE DO PEDIDO ***'.
005530    05 FILLER                    PIC X(96) VALUE SPACES.
005540
005550 01 ARES-LINHA-TERMOS.
005560    05 FILLER                    PIC X(19) VALUE
005570       'TERMOS ANALISADOS: '.
005580    05 ARES-QTDE-TERMOS          PIC ZZ,ZZ9.
005590    05 FILLER                    PIC X(11) VALUE '  (INDICES '.
005600    05 ARES-IND-PRIMEIRO         PIC ZZ,ZZ9.
005610    05 FILLER                    PIC X(03) VALUE ' A '.
005620    05 ARES-IND-ULTIMO           PIC ZZ,ZZ9.
005630    05 FILLER                    PIC X(01) VALUE ')'.
005640    05 FILLER                    PIC X(80) VALUE SPACES.
005650
005660 01 ARES-LINHA-DIGITOS.
005670    05 FILLER                    PIC X(24) VALUE
005680       'DIGITOS: PRIMEIRO TERMO '.
005690    05 ARES-DIG-PRIMEIRO         PIC ZZ9.
005700    05 FILLER                    PIC X(15) VALUE
005710       '  ULTIMO TERMO '.
005720    05 ARES-DIG-ULTIMO           PIC ZZ9.
005730    05 FILLER                    PIC X(20) VALUE
005740       '  CRESCIMENTO MEDIO '.
005750    05 ARES-CRESC-MEDIO          PIC -ZZ9.9999.
005760    05 FILLER                    PIC X(20) VALUE
005770       ' DIGITO(S) POR TERMO'.
005780    05 FILLER                    PIC X(38) VALUE SPACES.
005790
005800 01 ARES-LINHA-RAIZ.
005810    05 FILLER                    PIC X(32) VALUE
005820       'RAIZ DOMINANTE DE X2 = P.X + Q: '.
005830    05 ARES-RAIZ                 PIC X(34).
005840    05 FILLER                    PIC X(24) VALUE
005850       '  DISCRIMINANTE P2 + 4Q '.
005860    05 ARES-DISCRIMINANTE        PIC -(9)9.
005870    05 FILLER                    PIC X(32) VALUE SPACES.
005880
005890 01 ARES-LINHA-CONV.
005900    05 FILLER                    PIC X(25) VALUE
005910       'CONVERGENCIA DA RAZAO EM '.
005920    05 ARES-CASAS                PIC Z9.
005930    05 FILLER                    PIC X(09) VALUE ' CASAS - '.
005940    05 ARES-CONV-TEXTO           PIC X(48).
005950    05 FILLER                    PIC X(48) VALUE SPACES.
005960
005970 01 ARES-LINHA-RAZAO.
005980    05 FILLER                    PIC X(26) VALUE
005990       'ULTIMA RAZAO T(N)/T(N-1): '.
006000    05 ARES-ULT-RAZAO            PIC X(20).
006010    05 FILLER                    PIC X(86) VALUE SPACES.
006020
006030 01 ARES-LINHA-PARIDADE.
006040    05 FILLER                    PIC X(16) VALUE
006050       'PARIDADE: PARES '.
006060    05 ARES-QTDE-PARES           PIC ZZ,ZZ9.
006070    05 FILLER                    PIC X(10) VALUE '  IMPARES '.
006080    05 ARES-QTDE-IMPARES         PIC ZZ,ZZ9.
006090    05 FILLER                    PIC X(94) VALUE SPACES.
006100
006110 01 ARES-LINHA-DIVISORES.
006120    05 FILLER                    PIC X(18) VALUE
006130       'DIVISIVEIS POR 2: '.
006140    05 ARES-QTDE-DIV2            PIC ZZ,ZZ9.
006150    05 FILLER                    PIC X(09) VALUE '  POR 3: '.
006160    05 ARES-QTDE-DIV3            PIC ZZ,ZZ9.
006170    05 FILLER                    PIC X(09) VALUE '  POR 5: '.
006180    05 ARES-QTDE-DIV5            PIC ZZ,ZZ9.
006190    05 FILLER                    PIC X(10) VALUE '  POR 10: '.
006200    05 ARES-QTDE-DIV10           PIC ZZ,ZZ9.
006210    05 FILLER                    PIC X(62) VALUE SPACES.
006220
006230 01 ARES-LINHA-ZEROS.
006240    05 FILLER                    PIC X(14) VALUE
006250       'TERMOS NULOS: '.
006260    05 ARES-QTDE-ZEROS           PIC ZZ,ZZ9.
006270    05 FILLER                    PIC X(19) VALUE
006280       '  TROCAS DE SINAL: '.
006290    05 ARES-QTDE-TROCAS          PIC ZZ,ZZ9.
006300    05 FILLER                    PIC X(87) VALUE SPACES.
006310
006320 01 ARES-LINHA-DEGEN.
006330    05 FILLER                    PIC X(19) VALUE
006340       'CADEIA DEGENERADA: '.
006350    05 ARES-DEGEN-TEXTO          PIC X(46).
006360    05 FILLER                    PIC X(67) VALUE SPACES.
006370
006380 01 ARES-LINHA-CAPAC.
006390    05 FILLER                    PIC X(26) VALUE
006400       '*** CAPACIDADE ATINGIDA -'.
006410    05 FILLER                    PIC X(24) VALUE
006420       ' GERACAO INTERROMPIDA NO'.
006430    05 FILLER                    PIC X(07) VALUE ' TERMO '.
006440    05 ARES-CAPAC-INDICE         PIC ZZ,ZZ9.
006450    05 FILLER                    PIC X(04) VALUE ' ***'.
006460    05 FILLER                    PIC X(65) VALUE SPACES.
006470
006480 01 ARES-LINHA-SEM-TERMOS.
006490    05 FILLER                    PIC X(41) VALUE
006500       'PEDIDO SEM TERMOS GERADOS NA SAIDA (MODO '.
006510    05 ARES-SEM-MODO             PIC X(01).
006520    05 FILLER                    PIC X(26) VALUE
006530       ') - NADA A ANALISAR ***'.
006540    05 FILLER                    PIC X(64) VALUE SPACES.
006550
006560 01 ALST-LINHA.
006570    05 ALST-ROTULO               PIC X(24).
006580    05 ALST-ITEM OCCURS 15 TIMES.
006590       10 FILLER                 PIC X(01).
006600       10 ALST-POSICAO           PIC ZZZZ9.
006610    05 FILLER                    PIC X(18).
006620
006630 01 ALST-LINHA-RESTO.
006640    05 FILLER                    PIC X(24) VALUE SPACES.
006650    05 FILLER                    PIC X(04) VALUE '... '.
006660    05 ALST-QTDE-RESTO           PIC ZZ,ZZ9.
006670    05 FILLER                    PIC X(38) VALUE
006680       ' POSICAO(OES) ALEM DO LIMITE DA LISTA'.
006690    05 FILLER                    PIC X(60) VALUE SPACES.
006700
006710*    RESUMO DO PEDIDO PARA O WAREHOUSE: UM REGISTRO DE TITULOS E
006720*    UMA LINHA POR PEDIDO, CAMPOS SEPARADOS POR ';'. A
006730*    DIVISIBILIDADE POR 2 E A COLUNA PARES.
006740 01 ANL-TITULOS.
006750    05 FILLER                    PIC X(50) VALUE
006760       'RODADA;PEDIDO;SOLICITANTE;REFERENCIA;CADEIA;MODO;C'.
006770    05 FILLER                    PIC X(50) VALUE
006780       'OEFP;COEFQ;TERMOS;INDINI;INDFIM;DIGINI;DIGFIM;CRES'.
006790    05 FILLER                    PIC X(50) VALUE
006800       'CMEDIO;SITRAIZ;RAIZ;ULTRAZAO;CASAS;INDESTAVEL;PARE'.
006810    05 FILLER                    PIC X(50) VALUE
006820       'S;IMPARES;DIV3;DIV5;DIV10;ZEROS;PRIMZERO;TROCAS;PR'.
006830    05 FILLER                    PIC X(40) VALUE
006840       'IMTROCA;DEGENERACAO;PERIODO;CAPACIDADE'.
006850
006860 01 ANL-LINHA.
006870    05 ANL-RODADA                PIC 9(05).
006880    05 FILLER                    PIC X(01) VALUE ';'.
006890    05 ANL-PEDIDO                PIC 9(05).
006900    05 FILLER                    PIC X(01) VALUE ';'.
006910    05 ANL-SOLICITANTE           PIC X(08).
006920    05 FILLER                    PIC X(01) VALUE ';'.
006930    05 ANL-REFERENCIA            PIC X(12).
006940    05 FILLER                    PIC X(01) VALUE ';'.
006950    05 ANL-CADEIA                PIC 9(07).
006960    05 FILLER                    PIC X(01) VALUE ';'.
006970    05 ANL-MODO                  PIC X(01).
006980    05 FILLER                    PIC X(01) VALUE ';'.
006990    05 ANL-COEF-P                PIC +9(04).
007000    05 FILLER                    PIC X(01) VALUE ';'.
007010    05 ANL-COEF-Q                PIC +9(04).
007020    05 FILLER                    PIC X(01) VALUE ';'.
007030    05 ANL-QTDE-TERMOS           PIC 9(05).
007040    05 FILLER                    PIC X(01) VALUE ';'.
007050    05 ANL-IND-INICIAL           PIC 9(05).
007060    05 FILLER                    PIC X(01) VALUE ';'.
007070    05 ANL-IND-FINAL             PIC 9(05).
007080    05 FILLER                    PIC X(01) VALUE ';'.
007090    05 ANL-DIG-INICIAL           PIC 9(03).
007100    05 FILLER                    PIC X(01) VALUE ';'.
007110    05 ANL-DIG-FINAL             PIC 9(03).
007120    05 FILLER                    PIC X(01) VALUE ';'.
007130    05 ANL-CRESC-MEDIO           PIC +9(03).9(04).
007140    05 FILLER                    PIC X(01) VALUE ';'.
007150    05 ANL-SIT-RAIZ              PIC X(01).
007160    05 FILLER                    PIC X(01) VALUE ';'.
007170    05 ANL-RAIZ                  PIC X(20).
007180    05 FILLER                    PIC X(01) VALUE ';'.
007190    05 ANL-ULT-RAZAO             PIC X(20).
007200    05 FILLER                    PIC X(01) VALUE ';'.
007210    05 ANL-CASAS                 PIC 9(02).
007220    05 FILLER                    PIC X(01) VALUE ';'.
007230    05 ANL-IND-ESTAVEL           PIC 9(05).
007240    05 FILLER                    PIC X(01) VALUE ';'.
007250    05 ANL-QTDE-PARES            PIC 9(05).
007260    05 FILLER                    PIC X(01) VALUE ';'.
007270    05 ANL-QTDE-IMPARES          PIC 9(05).
007280    05 FILLER                    PIC X(01) VALUE ';'.
007290    05 ANL-QTDE-DIV3             PIC 9(05).
007300    05 FILLER                    PIC X(01) VALUE ';'.
007310    05 ANL-QTDE-DIV5             PIC 9(05).
007320    05 FILLER                    PIC X(01) VALUE ';'.
007330    05 ANL-QTDE-DIV10            PIC 9(05).
007340    05 FILLER                    PIC X(01) VALUE ';'.
007350    05 ANL-QTDE-ZEROS            PIC 9(05).
007360    05 FILLER                    PIC X(01) VALUE ';'.
007370    05 ANL-PRIM-ZERO             PIC 9(05).
007380    05 FILLER                    PIC X(01) VALUE ';'.
007390    05 ANL-QTDE-TROCAS           PIC 9(05).
007400    05 FILLER                    PIC X(01) VALUE ';'.
007410    05 ANL-PRIM-TROCA            PIC 9(05).
007420    05 FILLER                    PIC X(01) VALUE ';'.
007430    05 ANL-DEGENERACAO           PIC X(01).
007440    05 FILLER                    PIC X(01) VALUE ';'.
007450    05 ANL-PERIODO               PIC 9(05).
007460    05 FILLER                    PIC X(01) VALUE ';'.
007470    05 ANL-CAPACIDADE            PIC X(01).
007480
007490 LINKAGE SECTION.
007500 01 LK-PARM.
007510    05 LK-PARM-TAM               PIC S9(04) COMP.
007520    05 LK-PARM-RODADA            PIC X(05).
007530    05 LK-PARM-CASAS             PIC X(02).
007540
007550 PROCEDURE DIVISION USING LK-PARM.
007560 0000-MAINLINE.
007570
007580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
007590
007600     PERFORM 3000-CLASSIFICAR-REGISTRO THRU 3000-EXIT
007610         UNTIL WRK-FIM-SAIDA
007620
007630     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
007640
007650******************************************************************
007660* 1000-INICIALIZAR - ABRE OS ARQUIVOS (AS DEZ SAIDAS DE          *
007670*                    IMPRESSAO DE UMA VEZ), GRAVA OS TITULOS DO  *
007680*                    RESUMO, TRATA O PARM E FAZ A LEITURA        *
007690*                    INICIAL.                                    *
007700******************************************************************
007710 1000-INICIALIZAR.
007720
007730     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
007740
007750     OPEN INPUT SAIDA
007760     IF WRK-FS-SAIDA NOT = '00'
007770        DISPLAY 'SOLANA - ERRO AO ABRIR SAIDA - FS='
007780                WRK-FS-SAIDA
007790        MOVE 'S' TO WRK-SW-FIM-SAIDA
007800        MOVE 16  TO WRK-RETORNO
007810        GO TO 1000-EXIT
007820     END-IF
007830
007840     OPEN OUTPUT RELA01 RELA02 RELA03 RELA04 RELA05
007850                 RELA06 RELA07 RELA08 RELA09 RELA10
007860     IF WRK-FS-RELA01 NOT = '00'
007870        DISPLAY 'SOLANA - ERRO AO ABRIR RELA01 - FS='
007880                WRK-FS-RELA01
007890        MOVE 'S' TO WRK-SW-FIM-SAIDA
007900        MOVE 16  TO WRK-RETORNO
007910     END-IF
007920     IF WRK-FS-RELA02 NOT = '00'
007930        DISPLAY 'SOLANA - ERRO AO ABRIR RELA02 - FS='
007940                WRK-FS-RELA02
007950        MOVE 'S' TO WRK-SW-FIM-SAIDA
007960        MOVE 16  TO WRK-RETORNO
007970     END-IF
007980     IF WRK-FS-RELA03 NOT = '00'
007990        DISPLAY 'SOLANA - ERRO AO ABRIR RELA03 - FS='
008000                WRK-FS-RELA03
008010        MOVE 'S' TO WRK-SW-FIM-SAIDA
008020        MOVE 16  TO WRK-RETORNO
008030     END-IF
008040     IF WRK-FS-RELA04 NOT = '00'
008050        DISPLAY 'SOLANA - ERRO AO ABRIR RELA04 - FS='
008060                WRK-FS-RELA04
008070        MOVE 'S' TO WRK-SW-FIM-SAIDA
008080        MOVE 16  TO WRK-RETORNO
008090     END-IF
008100     IF WRK-FS-RELA05 NOT = '00'
008110        DISPLAY 'SOLANA - ERRO AO ABRIR RELA05 - FS='
008120                WRK-FS-RELA05
008130        MOVE 'S' TO WRK-SW-FIM-SAIDA
008140        MOVE 16  TO WRK-RETORNO
008150     END-IF
008160     IF WRK-FS-RELA06 NOT = '00'
008170        DISPLAY 'SOLANA - ERRO AO ABRIR RELA06 - FS='
008180                WRK-FS-RELA06
008190        MOVE 'S' TO WRK-SW-FIM-SAIDA
008200        MOVE 16  TO WRK-RETORNO
008210     END-IF
008220     IF WRK-FS-RELA07 NOT = '00'
008230        DISPLAY 'SOLANA - ERRO AO ABRIR RELA07 - FS='
008240                WRK-FS-RELA07
008250        MOVE 'S' TO WRK-SW-FIM-SAIDA
008260        MOVE 16  TO WRK-RETORNO
008270     END-IF
008280     IF WRK-FS-RELA08 NOT = '00'
008290        DISPLAY 'SOLANA - ERRO AO ABRIR RELA08 - FS='
008300                WRK-FS-RELA08
008310        MOVE 'S' TO WRK-SW-FIM-SAIDA
008320        MOVE 16  TO WRK-RETORNO
008330     END-IF
008340     IF WRK-FS-RELA09 NOT = '00'
008350        DISPLAY 'SOLANA - ERRO AO ABRIR RELA09 - FS='
008360                WRK-FS-RELA09
008370        MOVE 'S' TO WRK-SW-FIM-SAIDA
008380        MOVE 16  TO WRK-RETORNO
008390     END-IF
008400     IF WRK-FS-RELA10 NOT = '00'
008410        DISPLAY 'SOLANA - ERRO AO ABRIR RELA10 - FS='
008420                WRK-FS-RELA10
008430        MOVE 'S' TO WRK-SW-FIM-SAIDA
008440        MOVE 16  TO WRK-RETORNO
008450     END-IF
008460     IF WRK-RETORNO = 16
008470        GO TO 1000-EXIT
008480     END-IF
008490
008500     OPEN OUTPUT ANALISE
008510     IF WRK-FS-ANALISE NOT = '00'
008520        DISPLAY 'SOLANA - ERRO AO ABRIR ANALISE - FS='
008530                WRK-FS-ANALISE
008540        MOVE 'S' TO WRK-SW-FIM-SAIDA
008550        MOVE 16  TO WRK-RETORNO
008560        GO TO 1000-EXIT
008570     END-IF
008580     MOVE ANL-TITULOS TO REG-ANALISE
008590     WRITE REG-ANALISE
008600
008610     PERFORM 1400-TRATAR-CASAS THRU 1400-EXIT
008620     PERFORM 1500-SELECIONAR-RODADA THRU 1500-EXIT
008630     IF NOT WRK-FIM-SAIDA
008640        PERFORM 2000-LER-SAIDA THRU 2000-EXIT
008650     END-IF.
008660 1000-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 1400-TRATAR-CASAS - OBTEM DO PARM AS CASAS DECIMAIS DA         *
008710*                     CONVERGENCIA E MONTA A TOLERANCIA (MEIA    *
008720*                     UNIDADE DA ULTIMA CASA).                   *
008730******************************************************************
008740 1400-TRATAR-CASAS.
008750
008760     IF LK-PARM-TAM > 5
008770        IF LK-PARM-TAM > 6
008780           AND LK-PARM-CASAS IS NUMERIC
008790           AND LK-PARM-CASAS > '00'
008800           AND LK-PARM-CASAS < '09'
008810           MOVE LK-PARM-CASAS TO WRK-CASAS
008820        ELSE
008830           DISPLAY 'SOLANA - AVISO - CASAS DECIMAIS INVALIDAS NO '
008840                   'PARM - ASSUMIDO 06'
008850           IF WRK-RETORNO < 4
008860              MOVE 4 TO WRK-RETORNO
008870           END-IF
008880        END-IF
008890     END-IF
008900     DISPLAY 'SOLANA - CONVERGENCIA AVALIADA EM ' WRK-CASAS
008910             ' CASAS DECIMAIS'
008920     COMPUTE WRK-TOLERANCIA = 5 / 10 ** (WRK-CASAS + 1).
008930 1400-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 1500-SELECIONAR-RODADA - DEFINE A RODADA A ANALISAR: O PARM    *
008980*                          OPCIONAL TRAZ O NUMERO; SEM ELE, UMA  *
008990*                          PRE-PASSAGEM ACHA O MAIOR NUMERO DE   *
009000*                          RODADA DO ARQUIVO ACUMULADO, E A      *
009010*                          SAIDA E REABERTA.                     *
009020******************************************************************
009030 1500-SELECIONAR-RODADA.
009040
009050     IF LK-PARM-TAM > ZEROS
009060        AND LK-PARM-RODADA IS NUMERIC
009070        AND LK-PARM-RODADA NOT = '00000'
009080        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
009090        DISPLAY 'SOLANA - RODADA SELECIONADA PELO PARM: '
009100                WRK-RODADA-ALVO
009110        GO TO 1500-EXIT
009120     END-IF
009130
009140     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
009150     PERFORM 1550-PROCURAR-MAIOR-RODADA THRU 1550-EXIT
009160         UNTIL WRK-FIM-SAIDA
009170     MOVE WRK-RODADA-MAX TO WRK-RODADA-ALVO
009180     DISPLAY 'SOLANA - RODADA SELECIONADA (MAIS RECENTE): '
009190             WRK-RODADA-ALVO
009200
009210     MOVE 'N' TO WRK-SW-FIM-SAIDA
009220     CLOSE SAIDA
009230     OPEN INPUT SAIDA
009240     IF WRK-FS-SAIDA NOT = '00'
009250        DISPLAY 'SOLANA - ERRO AO REABRIR SAIDA - FS='
009260                WRK-FS-SAIDA
009270        MOVE 'S' TO WRK-SW-FIM-SAIDA
009280        MOVE 16 TO WRK-RETORNO
009290     END-IF.
009300 1500-EXIT.
009310     EXIT.
009320
009330 1550-PROCURAR-MAIOR-RODADA.
009340
009350     IF REG-SAI-RODADA IS NUMERIC
009360        AND REG-SAI-RODADA > WRK-RODADA-MAX
009370        MOVE REG-SAI-RODADA TO WRK-RODADA-MAX
009380     END-IF
009390     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
009400 1550-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 2000-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA.       *
009450******************************************************************
009460 2000-LER-SAIDA.
009470
009480     READ SAIDA
009490         AT END
009500            MOVE 'S' TO WRK-SW-FIM-SAIDA
009510     END-READ.
009520 2000-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560* 3000-CLASSIFICAR-REGISTRO - ANALISA OS REGISTROS DA RODADA     *
009570*                             SELECIONADA: O 'H' ABRE O PEDIDO   *
009580*                             (ENCERRANDO O ANTERIOR, SE FICOU   *
009590*                             ABERTO), CADA 'D' E UM TERMO A     *
009600*                             ANALISAR, O 'C' ANOTA A CAPACIDADE *
009610*                             E O 'P' ENCERRA O PEDIDO.          *
009620******************************************************************
009630 3000-CLASSIFICAR-REGISTRO.
009640
009650     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
009660        GO TO 3000-LER
009670     END-IF
009680
009690     EVALUATE TRUE
009700        WHEN REG-SAI-CAB-PEDIDO
009710           IF WRK-PEDIDO-ABERTO
009720              PERFORM 5000-ENCERRAR-PEDIDO THRU 5000-EXIT
009730           END-IF
009740           PERFORM 3100-ABRIR-PEDIDO THRU 3100-EXIT
009750        WHEN REG-SAI-DETALHE
009760           PERFORM 3200-ANALISAR-TERMO THRU 3200-EXIT
009770        WHEN REG-SAI-CAPACIDADE
009780           PERFORM 3400-ANOTAR-CAPACIDADE THRU 3400-EXIT
009790        WHEN REG-SAI-TOT-PEDIDO
009800           IF WRK-PEDIDO-ABERTO
009810              PERFORM 5000-ENCERRAR-PEDIDO THRU 5000-EXIT
009820           END-IF
009830        WHEN OTHER
009840           CONTINUE
009850     END-EVALUATE.
009860
009870 3000-LER.
009880     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
009890 3000-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* 3100-ABRIR-PEDIDO - ABRE A ANALISE DO PEDIDO NA PROXIMA SAIDA  *
009940*                     DE IMPRESSAO (DO 11O PEDIDO EM DIANTE,     *
009950*                     ACUMULA NA RELA10 COM AVISO), ZERA OS      *
009960*                     ACUMULADORES, CALCULA A RAIZ DOMINANTE E   *
009970*                     IMPRIME OS CABECALHOS.                     *
009980******************************************************************
009990 3100-ABRIR-PEDIDO.
010000
010010     ADD 1 TO WRK-QTDE-PEDIDOS
010020     IF WRK-QTDE-PEDIDOS > 10
010030        MOVE 10 TO WRK-SAIDA-CORRENTE
010040        ADD 1 TO WRK-QTDE-EXCEDENTES
010050        IF WRK-RETORNO < 4
010060           MOVE 4 TO WRK-RETORNO
010070        END-IF
010080     ELSE
010090        MOVE WRK-QTDE-PEDIDOS TO WRK-SAIDA-CORRENTE
010100     END-IF
010110     MOVE 'S' TO WRK-SW-PEDIDO-ABERTO
010120     MOVE ZEROS TO WRK-PAG-CONTADOR
010130     MOVE 99 TO WRK-LIN-CONTADOR
010140
010150     MOVE REG-SAI-CAB-SEQ-PEDIDO  TO WRK-SEQ-PEDIDO
010160     MOVE REG-SAI-CAB-SOLICITANTE TO WRK-SOLICITANTE
010170     MOVE REG-SAI-CAB-REFERENCIA  TO WRK-REFERENCIA
010180     MOVE REG-SAI-CAB-MODO        TO WRK-MODO
010190     MOVE REG-SAI-CAB-COEF-P      TO WRK-COEF-P
010200     MOVE REG-SAI-CAB-COEF-Q      TO WRK-COEF-Q
010210     IF REG-SAI-CAB-CADEIA IS NUMERIC
010220        MOVE REG-SAI-CAB-CADEIA   TO WRK-CADEIA
010230     ELSE
010240        MOVE ZEROS                TO WRK-CADEIA
010250     END-IF
010260
010270     MOVE ZEROS  TO WRK-QTDE-TERMOS
010280     MOVE ZEROS  TO WRK-IND-PRIMEIRO WRK-IND-ULTIMO
010290     MOVE ZEROS  TO WRK-DIG-PRIMEIRO WRK-DIG-ULTIMO
010300     MOVE ZEROS  TO WRK-TAM-ANTERIOR
010310     MOVE ZEROS  TO WRK-QTDE-PARES WRK-QTDE-IMPARES
010320     MOVE ZEROS  TO WRK-QTDE-DIV3 WRK-QTDE-DIV5 WRK-QTDE-DIV10
010330     MOVE ZEROS  TO WRK-QTDE-ZEROS WRK-PRIM-ZERO
010340     MOVE ZEROS  TO WRK-QTDE-TROCAS WRK-PRIM-TROCA
010350     MOVE SPACES TO WRK-SINAL-REF
010360     MOVE SPACES TO WRK-PRIMEIRO-TERMO WRK-SEGUNDO-TERMO
010370     MOVE 'N'    TO WRK-SW-PERIODO
010380     MOVE ZEROS  TO WRK-PERIODO
010390     MOVE 'N'    TO WRK-SW-ULT-RAZAO
010400     MOVE ZEROS  TO WRK-ULT-RAZAO WRK-IND-ESTAVEL
010410     MOVE 'N'    TO WRK-SW-CAPACIDADE
010420     MOVE ZEROS  TO WRK-CAPAC-INDICE
010430
010440     PERFORM 3150-CALCULAR-RAIZ THRU 3150-EXIT
010450
010460     MOVE REG-SAI-CAB-SEQ-PEDIDO  TO ACAB-SEQ-PEDIDO
010470     MOVE REG-SAI-CAB-SOLICITANTE TO ACAB-SOLICITANTE
010480     MOVE REG-SAI-CAB-REFERENCIA  TO ACAB-REFERENCIA
010490     MOVE WRK-CADEIA              TO ACAB-CADEIA
010500     MOVE REG-SAI-CAB-MODO        TO ACAB-MODO
010510     MOVE REG-SAI-CAB-SEMENTE-1   TO ACAB-SEMENTE-1
010520     MOVE REG-SAI-CAB-SEMENTE-2   TO ACAB-SEMENTE-2
010530     MOVE REG-SAI-CAB-COEF-P      TO ACAB-COEF-P
010540     MOVE REG-SAI-CAB-COEF-Q      TO ACAB-COEF-Q
010550     MOVE WRK-CASAS               TO ACAB-CASAS
010560     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
010570 3100-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 3150-CALCULAR-RAIZ - CLASSIFICA AS RAIZES DE X2 = P.X + Q PELO *
010620*                      DISCRIMINANTE P2 + 4Q E, HAVENDO RAIZ     *
010630*                      REAL DOMINANTE, CALCULA-A: (P + SINAL(P)  *
010640*                      . RAIZ(DISCRIMINANTE)) / 2. A RAIZ        *
010650*                      QUADRADA SAI POR NEWTON.                  *
010660******************************************************************
010670 3150-CALCULAR-RAIZ.
010680
010690     MOVE ZEROS  TO WRK-RAIZ WRK-DISCRIMINANTE
010700     MOVE SPACES TO ACAB-RAIZ
010710     IF WRK-MODO-RESIDUOS
010720        SET WRK-RAIZ-NAO-SE-APLICA TO TRUE
010730        MOVE 'NAO SE APLICA (RESIDUOS MODULO M)' TO ACAB-RAIZ
010740        GO TO 3150-EXIT
010750     END-IF
010760
010770     COMPUTE WRK-DISCRIMINANTE = WRK-COEF-P * WRK-COEF-P
010780                               + 4 * WRK-COEF-Q
010790     EVALUATE TRUE
010800        WHEN WRK-DISCRIMINANTE < ZEROS
010810           SET WRK-RAIZ-COMPLEXA TO TRUE
010820           MOVE 'SEM RAIZ REAL (RAIZES COMPLEXAS)' TO ACAB-RAIZ
010830        WHEN WRK-DISCRIMINANTE = ZEROS
010840           SET WRK-RAIZ-DUPLA TO TRUE
010850           COMPUTE WRK-RAIZ = WRK-COEF-P / 2
010860        WHEN WRK-COEF-P = ZEROS
010870           SET WRK-RAIZ-MESMO-MODULO TO TRUE
010880           MOVE 'SEM DOMINANTE (RAIZES +/- IGUAIS)' TO ACAB-RAIZ
010890        WHEN OTHER
010900           SET WRK-RAIZ-REAL TO TRUE
010910           COMPUTE WRK-RAIZ-DISCR = WRK-DISCRIMINANTE / 2 + 1
010920           MOVE ZEROS TO WRK-RAIZ-DISCR-ANT
010930           PERFORM 3160-ITERAR-RAIZ THRU 3160-EXIT
010940               VARYING WRK-QTDE-ITERACOES FROM 1 BY 1
010950               UNTIL WRK-QTDE-ITERACOES > 60
010960                  OR WRK-RAIZ-DISCR = WRK-RAIZ-DISCR-ANT
010970           IF WRK-COEF-P > ZEROS
010980              COMPUTE WRK-RAIZ ROUNDED =
010990                      (WRK-COEF-P + WRK-RAIZ-DISCR) / 2
011000           ELSE
011010              COMPUTE WRK-RAIZ ROUNDED =
011020                      (WRK-COEF-P - WRK-RAIZ-DISCR) / 2
011030           END-IF
011040     END-EVALUATE
011050
011060     IF WRK-RAIZ-DOMINANTE
011070        MOVE WRK-RAIZ        TO WRK-NUM-DECIMAL
011080        MOVE WRK-NUM-DECIMAL TO ACAB-RAIZ
011090        IF WRK-RAIZ-DUPLA
011100           MOVE ' (DUPLA)'   TO ACAB-RAIZ (21:8)
011110        END-IF
011120     END-IF.
011130 3150-EXIT.
011140     EXIT.
011150
011160******************************************************************
011170* 3160-ITERAR-RAIZ - UMA ITERACAO DE NEWTON DA RAIZ QUADRADA DO  *
011180*                    DISCRIMINANTE.                              *
011190******************************************************************
011200 3160-ITERAR-RAIZ.
011210
011220     MOVE WRK-RAIZ-DISCR TO WRK-RAIZ-DISCR-ANT
011230     COMPUTE WRK-RAIZ-DISCR ROUNDED =
011240             (WRK-RAIZ-DISCR-ANT
011250            + WRK-DISCRIMINANTE / WRK-RAIZ-DISCR-ANT) / 2.
011260 3160-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300* 3200-ANALISAR-TERMO - ANALISA UM TERMO DO PEDIDO: DIGITOS,     *
011310*                       PARIDADE, DIVISIBILIDADE, ZERO, TROCA DE *
011320*                       SINAL, REPETICAO DO PAR INICIAL E RAZAO  *
011330*                       PARA O TERMO ANTERIOR; IMPRIME A LINHA   *
011340*                       DO TERMO.                                *
011350******************************************************************
011360 3200-ANALISAR-TERMO.
011370
011380     IF NOT WRK-PEDIDO-ABERTO
011390        GO TO 3200-EXIT
011400     END-IF
011410     ADD 1 TO WRK-QTDE-TERMOS
011420     ADD 1 TO WRK-QTDE-TERMOS-RODADA
011430     MOVE REG-SAI-VALOR TO WRK-TERMO
011440     PERFORM 3210-CONTAR-DIGITOS THRU 3210-EXIT
011450     IF WRK-TAM-ATUAL = ZEROS
011460        MOVE '+' TO WRK-TERMO-SINAL
011470        MOVE 1   TO WRK-DIG-ATUAL
011480     ELSE
011490        MOVE WRK-TAM-ATUAL TO WRK-DIG-ATUAL
011500     END-IF
011510
011520     MOVE SPACES TO ADET-VARIACAO ADET-RAZAO
011530     MOVE SPACES TO ADET-DIFERENCA ADET-OBS
011540     IF WRK-QTDE-TERMOS = 1
011550        MOVE REG-SAI-INDICE TO WRK-IND-PRIMEIRO
011560        MOVE WRK-DIG-ATUAL  TO WRK-DIG-PRIMEIRO
011570     ELSE
011580        COMPUTE WRK-VAR-DIGITOS = WRK-DIG-ATUAL - WRK-DIG-ULTIMO
011590        MOVE WRK-VAR-DIGITOS TO WRK-VAR-EDITADA
011600        MOVE WRK-VAR-EDITADA TO ADET-VARIACAO
011610     END-IF
011620     MOVE REG-SAI-INDICE TO WRK-IND-ULTIMO
011630     MOVE WRK-DIG-ATUAL  TO WRK-DIG-ULTIMO
011640
011650     PERFORM 3220-CLASSIFICAR-DIVISORES THRU 3220-EXIT
011660     PERFORM 3230-ANOTAR-ZERO-SINAL THRU 3230-EXIT
011670     PERFORM 3240-VERIFICAR-PERIODO THRU 3240-EXIT
011680     PERFORM 3250-CALCULAR-RAZAO THRU 3250-EXIT
011690     PERFORM 3260-AVALIAR-CONVERGENCIA THRU 3260-EXIT
011700     PERFORM 3270-IMPRIMIR-TERMO THRU 3270-EXIT
011710
011720     MOVE WRK-TERMO     TO WRK-ANTERIOR
011730     MOVE WRK-TAM-ATUAL TO WRK-TAM-ANTERIOR.
011740 3200-EXIT.
011750     EXIT.
011760
011770******************************************************************
011780* 3210-CONTAR-DIGITOS - ACHA O PRIMEIRO DIGITO SIGNIFICATIVO E A *
011790*                       QUANTIDADE DE DIGITOS DO TERMO (ZERO =   *
011800*                       SEM DIGITOS SIGNIFICATIVOS).             *
011810******************************************************************
011820 3210-CONTAR-DIGITOS.
011830
011840     MOVE ZEROS TO WRK-POS-INICIAL
011850     PERFORM 3215-PROCURAR-DIGITO THRU 3215-EXIT
011860         VARYING WRK-IND FROM 1 BY 1
011870         UNTIL WRK-IND > 112
011880            OR WRK-POS-INICIAL > ZEROS
011890     IF WRK-POS-INICIAL = ZEROS
011900        MOVE ZEROS TO WRK-TAM-ATUAL
011910     ELSE
011920        COMPUTE WRK-TAM-ATUAL = 113 - WRK-POS-INICIAL
011930     END-IF.
011940 3210-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980* 3215-PROCURAR-DIGITO - TESTA UMA POSICAO NA PROCURA DO         *
011990*                        PRIMEIRO DIGITO SIGNIFICATIVO.          *
012000******************************************************************
012010 3215-PROCURAR-DIGITO.
012020
012030     IF WRK-TERMO-DIG (WRK-IND) > ZEROS
012040        MOVE WRK-IND TO WRK-POS-INICIAL
012050     END-IF.
012060 3215-EXIT.
012070     EXIT.
012080
012090******************************************************************
012100* 3220-CLASSIFICAR-DIVISORES - PARIDADE E DIVISIBILIDADE POR 2,  *
012110*                              5 E 10 PELO ULTIMO DIGITO; POR 3  *
012120*                              PELA SOMA DOS DIGITOS.            *
012130******************************************************************
012140 3220-CLASSIFICAR-DIVISORES.
012150
012160     MOVE SPACES TO ADET-DIVISORES
012170     DIVIDE WRK-TERMO-DIG (112) BY 2
012180         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
012190     IF WRK-RESTO = ZEROS
012200        ADD 1 TO WRK-QTDE-PARES
012210        MOVE 'PAR  ' TO ADET-PARIDADE
012220        MOVE '2'     TO ADET-DIV-2
012230     ELSE
012240        ADD 1 TO WRK-QTDE-IMPARES
012250        MOVE 'IMPAR' TO ADET-PARIDADE
012260     END-IF
012270     IF WRK-TERMO-DIG (112) = 0
012280        OR WRK-TERMO-DIG (112) = 5
012290        ADD 1 TO WRK-QTDE-DIV5
012300        MOVE '5'     TO ADET-DIV-5
012310     END-IF
012320     IF WRK-TERMO-DIG (112) = 0
012330        ADD 1 TO WRK-QTDE-DIV10
012340        MOVE '10'    TO ADET-DIV-10
012350     END-IF
012360
012370     MOVE ZEROS TO WRK-SOMA-DIGITOS
012380     IF WRK-POS-INICIAL > ZEROS
012390        PERFORM 3225-SOMAR-DIGITO THRU 3225-EXIT
012400            VARYING WRK-IND FROM WRK-POS-INICIAL BY 1
012410            UNTIL WRK-IND > 112
012420     END-IF
012430     DIVIDE WRK-SOMA-DIGITOS BY 3
012440         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
012450     IF WRK-RESTO = ZEROS
012460        ADD 1 TO WRK-QTDE-DIV3
012470        MOVE '3'     TO ADET-DIV-3
012480     END-IF.
012490 3220-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530* 3225-SOMAR-DIGITO - ACUMULA UM DIGITO DO TERMO NA SOMA DOS     *
012540*                     DIGITOS.                                   *
012550******************************************************************
012560 3225-SOMAR-DIGITO.
012570
012580     ADD WRK-TERMO-DIG (WRK-IND) TO WRK-SOMA-DIGITOS.
012590 3225-EXIT.
012600     EXIT.
012610
012620******************************************************************
012630* 3230-ANOTAR-ZERO-SINAL - ANOTA A POSICAO DO TERMO NULO OU DA   *
012640*                          TROCA DE SINAL (COMPARADA AO ULTIMO   *
012650*                          TERMO NAO NULO).                      *
012660******************************************************************
012670 3230-ANOTAR-ZERO-SINAL.
012680
012690     IF WRK-TAM-ATUAL = ZEROS
012700        ADD 1 TO WRK-QTDE-ZEROS
012710        IF WRK-QTDE-ZEROS = 1
012720           MOVE REG-SAI-INDICE TO WRK-PRIM-ZERO
012730        END-IF
012740        IF WRK-QTDE-ZEROS NOT > WRK-MAX-POSICOES
012750           MOVE REG-SAI-INDICE TO TAB-ZER-INDICE (WRK-QTDE-ZEROS)
012760        END-IF
012770        MOVE 'TERMO NULO' TO ADET-OBS
012780        GO TO 3230-EXIT
012790     END-IF
012800
012810     IF WRK-SINAL-REF NOT = SPACES
012820        AND WRK-TERMO-SINAL NOT = WRK-SINAL-REF
012830        ADD 1 TO WRK-QTDE-TROCAS
012840        IF WRK-QTDE-TROCAS = 1
012850           MOVE REG-SAI-INDICE TO WRK-PRIM-TROCA
012860        END-IF
012870        IF WRK-QTDE-TROCAS NOT > WRK-MAX-POSICOES
012880           MOVE REG-SAI-INDICE TO TAB-TRO-INDICE (WRK-QTDE-TROCAS)
012890        END-IF
012900        MOVE 'TROCA DE SINAL' TO ADET-OBS
012910     END-IF
012920     MOVE WRK-TERMO-SINAL TO WRK-SINAL-REF.
012930 3230-EXIT.
012940     EXIT.
012950
012960******************************************************************
012970* 3240-VERIFICAR-PERIODO - GUARDA O PAR INICIAL DO PEDIDO E, DO  *
012980*                          TERCEIRO TERMO EM DIANTE, VERIFICA SE *
012990*                          O PAR (ANTERIOR, ATUAL) REPETE O PAR  *
013000*                          INICIAL - A PARTIR DAI A CADEIA SE    *
013010*                          REPETE.                               *
013020******************************************************************
013030 3240-VERIFICAR-PERIODO.
013040
013050     EVALUATE WRK-QTDE-TERMOS
013060        WHEN 1
013070           MOVE WRK-TERMO TO WRK-PRIMEIRO-TERMO
013080        WHEN 2
013090           MOVE WRK-TERMO TO WRK-SEGUNDO-TERMO
013100        WHEN OTHER
013110           IF NOT WRK-PERIODO-ACHADO
013120              AND WRK-ANTERIOR = WRK-PRIMEIRO-TERMO
013130              AND WRK-TERMO    = WRK-SEGUNDO-TERMO
013140              MOVE 'S' TO WRK-SW-PERIODO
013150              COMPUTE WRK-PERIODO = WRK-QTDE-TERMOS - 2
013160              IF ADET-OBS = SPACES
013170                 MOVE 'PAR INICIAL REPETIDO' TO ADET-OBS
013180              END-IF
013190           END-IF
013200     END-EVALUATE.
013210 3240-EXIT.
013220     EXIT.
013230
013240******************************************************************
013250* 3250-CALCULAR-RAZAO - CALCULA A RAZAO T(N)/T(N-1) SOBRE OS 18  *
013260*                       DIGITOS MAIS SIGNIFICATIVOS DO MAIOR DOS *
013270*                       DOIS TERMOS, ALINHADOS NA MESMA ESCALA.  *
013280******************************************************************
013290 3250-CALCULAR-RAZAO.
013300
013310     MOVE 'N' TO WRK-SW-RAZAO
013320     IF WRK-QTDE-TERMOS < 2
013330        OR WRK-RAIZ-NAO-SE-APLICA
013340        GO TO 3250-EXIT
013350     END-IF
013360     IF WRK-TAM-ANTERIOR = ZEROS
013370        MOVE 'I' TO WRK-SW-RAZAO
013380        MOVE '          INDEFINIDA' TO ADET-RAZAO
013390        GO TO 3250-EXIT
013400     END-IF
013410
013420*    A JANELA COMECA NO PRIMEIRO DIGITO SIGNIFICATIVO DO MAIOR DOS
013430*    DOIS TERMOS E E APLICADA NA MESMA POSICAO DO OUTRO, PARA QUE
013440*    AS DUAS MAGNITUDES FIQUEM NA MESMA ESCALA.
013450     IF WRK-TAM-ATUAL > WRK-TAM-ANTERIOR
013460        MOVE WRK-TAM-ATUAL    TO WRK-TAM-MAIOR
013470     ELSE
013480        MOVE WRK-TAM-ANTERIOR TO WRK-TAM-MAIOR
013490     END-IF
013500     COMPUTE WRK-POS-JANELA = 113 - WRK-TAM-MAIOR
013510     IF WRK-TAM-MAIOR > 18
013520        MOVE 18            TO WRK-TAM-JANELA
013530     ELSE
013540        MOVE WRK-TAM-MAIOR TO WRK-TAM-JANELA
013550     END-IF
013560     COMPUTE WRK-POS-DESTINO = 19 - WRK-TAM-JANELA
013570     MOVE ZEROS TO WRK-JAN-ATU-X WRK-JAN-ANT-X
013580     MOVE WRK-TERMO-DIGITOS (WRK-POS-JANELA:WRK-TAM-JANELA)
013590       TO WRK-JAN-ATU-X (WRK-POS-DESTINO:WRK-TAM-JANELA)
013600     MOVE WRK-ANT-DIGITOS (WRK-POS-JANELA:WRK-TAM-JANELA)
013610       TO WRK-JAN-ANT-X (WRK-POS-DESTINO:WRK-TAM-JANELA)
013620
013630     MOVE 'S' TO WRK-SW-RAZAO
013640     IF WRK-JAN-ANT-N = ZEROS
013650        MOVE 'E' TO WRK-SW-RAZAO
013660     ELSE
013670        COMPUTE WRK-RAZAO ROUNDED = WRK-JAN-ATU-N / WRK-JAN-ANT-N
013680            ON SIZE ERROR
013690               MOVE 'E' TO WRK-SW-RAZAO
013700        END-COMPUTE
013710     END-IF
013720     IF WRK-RAZAO-FORA-ESCALA
013730        MOVE '      FORA DE ESCALA' TO ADET-RAZAO
013740        GO TO 3250-EXIT
013750     END-IF
013760     IF WRK-TERMO-SINAL NOT = WRK-ANT-SINAL
013770        COMPUTE WRK-RAZAO = ZERO - WRK-RAZAO
013780     END-IF
013790
013800     MOVE WRK-RAZAO       TO WRK-ULT-RAZAO
013810     MOVE 'S'             TO WRK-SW-ULT-RAZAO
013820     MOVE WRK-RAZAO       TO WRK-NUM-DECIMAL
013830     MOVE WRK-NUM-DECIMAL TO ADET-RAZAO.
013840 3250-EXIT.
013850     EXIT.
013860
013870******************************************************************
013880* 3260-AVALIAR-CONVERGENCIA - COMPARA A RAZAO COM A RAIZ         *
013890*                             DOMINANTE NA TOLERANCIA DAS CASAS  *
013900*                             PEDIDAS; O INDICE DE ESTABILIDADE  *
013910*                             E O INICIO DA SEQUENCIA FINAL DE   *
013920*                             RAZOES DENTRO DA TOLERANCIA.       *
013930******************************************************************
013940 3260-AVALIAR-CONVERGENCIA.
013950
013960     IF NOT WRK-RAIZ-DOMINANTE
013970        OR WRK-QTDE-TERMOS < 2
013980        GO TO 3260-EXIT
013990     END-IF
014000     IF NOT WRK-RAZAO-CALCULADA
014010        MOVE ZEROS TO WRK-IND-ESTAVEL
014020        GO TO 3260-EXIT
014030     END-IF
014040
014050     COMPUTE WRK-DIFERENCA = WRK-RAZAO - WRK-RAIZ
014060     MOVE WRK-DIFERENCA   TO WRK-NUM-DECIMAL
014070     MOVE WRK-NUM-DECIMAL TO ADET-DIFERENCA
014080     IF WRK-DIFERENCA < ZEROS
014090        COMPUTE WRK-DIF-ABSOLUTA = ZERO - WRK-DIFERENCA
014100     ELSE
014110        MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
014120     END-IF
014130     IF WRK-DIF-ABSOLUTA < WRK-TOLERANCIA
014140        IF WRK-IND-ESTAVEL = ZEROS
014150           MOVE REG-SAI-INDICE TO WRK-IND-ESTAVEL
014160        END-IF
014170     ELSE
014180        MOVE ZEROS TO WRK-IND-ESTAVEL
014190     END-IF.
014200 3260-EXIT.
014210     EXIT.
014220
014230******************************************************************
014240* 3270-IMPRIMIR-TERMO - MONTA E IMPRIME A LINHA DO TERMO.        *
014250******************************************************************
014260 3270-IMPRIMIR-TERMO.
014270
014280     MOVE REG-SAI-INDICE TO ADET-INDICE
014290     MOVE WRK-DIG-ATUAL  TO ADET-DIGITOS
014300     MOVE ADET-LINHA     TO WRK-LINHA
014310     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
014320 3270-EXIT.
014330     EXIT.
014340
014350******************************************************************
014360* 3400-ANOTAR-CAPACIDADE - ANOTA O ESTOURO DE CAPACIDADE ('C')   *
014370*                          PARA O RESUMO DO PEDIDO.              *
014380******************************************************************
014390 3400-ANOTAR-CAPACIDADE.
014400
014410     IF NOT WRK-PEDIDO-ABERTO
014420        GO TO 3400-EXIT
014430     END-IF
014440     MOVE 'S' TO WRK-SW-CAPACIDADE
014450     MOVE REG-SAI-CPC-ULT-INDICE TO WRK-CAPAC-INDICE.
014460 3400-EXIT.
014470     EXIT.
014480
014490******************************************************************
014500* 5000-ENCERRAR-PEDIDO - FECHA A ANALISE DO PEDIDO: CALCULA O    *
014510*                        CRESCIMENTO MEDIO, CLASSIFICA A         *
014520*                        DEGENERACAO, IMPRIME O RESUMO E GRAVA A *
014530*                        LINHA DO PEDIDO NO ARQUIVO ANALISE.     *
014540******************************************************************
014550 5000-ENCERRAR-PEDIDO.
014560
014570     IF WRK-QTDE-TERMOS > 1
014580        AND WRK-IND-ULTIMO > WRK-IND-PRIMEIRO
014590        COMPUTE WRK-CRESC-MEDIO ROUNDED =
014600                (WRK-DIG-ULTIMO - WRK-DIG-PRIMEIRO)
014610              / (WRK-IND-ULTIMO - WRK-IND-PRIMEIRO)
014620     ELSE
014630        MOVE ZEROS TO WRK-CRESC-MEDIO
014640     END-IF
014650     PERFORM 5100-CLASSIFICAR-DEGENERACAO THRU 5100-EXIT
014660     PERFORM 5200-IMPRIMIR-RESUMO THRU 5200-EXIT
014670     PERFORM 6000-GRAVAR-RESUMO THRU 6000-EXIT
014680     MOVE 'N' TO WRK-SW-PEDIDO-ABERTO.
014690 5000-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 5100-CLASSIFICAR-DEGENERACAO - CLASSIFICA A CADEIA: NULA       *
014740*                                (TODOS OS TERMOS ZERO),         *
014750*                                CONSTANTE (PERIODO 1),          *
014760*                                ALTERNADA (PERIODO 2) OU        *
014770*                                PERIODICA (PAR INICIAL          *
014780*                                REPETIDO).                      *
014790******************************************************************
014800 5100-CLASSIFICAR-DEGENERACAO.
014810
014820     SET WRK-DEG-NENHUMA TO TRUE
014830     IF WRK-QTDE-TERMOS = ZEROS
014840        GO TO 5100-EXIT
014850     END-IF
014860     IF WRK-QTDE-ZEROS = WRK-QTDE-TERMOS
014870        SET WRK-DEG-NULA TO TRUE
014880        GO TO 5100-EXIT
014890     END-IF
014900     IF NOT WRK-PERIODO-ACHADO
014910        GO TO 5100-EXIT
014920     END-IF
014930     EVALUATE WRK-PERIODO
014940        WHEN 1
014950           SET WRK-DEG-CONSTANTE TO TRUE
014960        WHEN 2
014970           SET WRK-DEG-ALTERNADA TO TRUE
014980        WHEN OTHER
014990           SET WRK-DEG-PERIODICA TO TRUE
015000     END-EVALUATE.
015010 5100-EXIT.
015020     EXIT.
015030
015040******************************************************************
015050* 5200-IMPRIMIR-RESUMO - IMPRIME O RESUMO DO PEDIDO.             *
015060******************************************************************
015070 5200-IMPRIMIR-RESUMO.
015080
015090*    O RESUMO NAO COMECA NO PE DA PAGINA.
015100     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 14
015110        MOVE 99 TO WRK-LIN-CONTADOR
015120     END-IF
015130     MOVE SPACES TO WRK-LINHA
015140     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015150     MOVE ARES-TITULO TO WRK-LINHA
015160     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015170     MOVE SPACES TO WRK-LINHA
015180     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015190
015200     IF WRK-QTDE-TERMOS = ZEROS
015210        MOVE WRK-MODO TO ARES-SEM-MODO
015220        MOVE ARES-LINHA-SEM-TERMOS TO WRK-LINHA
015230        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015240        GO TO 5200-EXIT
015250     END-IF
015260
015270     MOVE WRK-QTDE-TERMOS  TO ARES-QTDE-TERMOS
015280     MOVE WRK-IND-PRIMEIRO TO ARES-IND-PRIMEIRO
015290     MOVE WRK-IND-ULTIMO   TO ARES-IND-ULTIMO
015300     MOVE ARES-LINHA-TERMOS TO WRK-LINHA
015310     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015320
015330     MOVE WRK-DIG-PRIMEIRO TO ARES-DIG-PRIMEIRO
015340     MOVE WRK-DIG-ULTIMO   TO ARES-DIG-ULTIMO
015350     MOVE WRK-CRESC-MEDIO  TO ARES-CRESC-MEDIO
015360     MOVE ARES-LINHA-DIGITOS TO WRK-LINHA
015370     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015380
015390     MOVE ACAB-RAIZ         TO ARES-RAIZ
015400     MOVE WRK-DISCRIMINANTE TO ARES-DISCRIMINANTE
015410     MOVE ARES-LINHA-RAIZ TO WRK-LINHA
015420     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015430
015440     PERFORM 5250-IMPRIMIR-CONVERGENCIA THRU 5250-EXIT
015450
015460     MOVE WRK-QTDE-PARES   TO ARES-QTDE-PARES
015470     MOVE WRK-QTDE-IMPARES TO ARES-QTDE-IMPARES
015480     MOVE ARES-LINHA-PARIDADE TO WRK-LINHA
015490     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015500
015510     MOVE WRK-QTDE-PARES   TO ARES-QTDE-DIV2
015520     MOVE WRK-QTDE-DIV3    TO ARES-QTDE-DIV3
015530     MOVE WRK-QTDE-DIV5    TO ARES-QTDE-DIV5
015540     MOVE WRK-QTDE-DIV10   TO ARES-QTDE-DIV10
015550     MOVE ARES-LINHA-DIVISORES TO WRK-LINHA
015560     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015570
015580     MOVE WRK-QTDE-ZEROS   TO ARES-QTDE-ZEROS
015590     MOVE WRK-QTDE-TROCAS  TO ARES-QTDE-TROCAS
015600     MOVE ARES-LINHA-ZEROS TO WRK-LINHA
015610     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015620
015630     MOVE TAB-ZEROS        TO TAB-POSICOES
015640     MOVE WRK-QTDE-ZEROS   TO WRK-QTDE-LISTA
015650     MOVE 'POSICOES DOS ZEROS:'  TO WRK-ROTULO-LISTA
015660     PERFORM 5300-LISTAR-POSICOES THRU 5300-EXIT
015670     MOVE TAB-TROCAS       TO TAB-POSICOES
015680     MOVE WRK-QTDE-TROCAS  TO WRK-QTDE-LISTA
015690     MOVE 'POSICOES DAS TROCAS:' TO WRK-ROTULO-LISTA
015700     PERFORM 5300-LISTAR-POSICOES THRU 5300-EXIT
015710
015720     MOVE SPACES TO ARES-DEGEN-TEXTO
015730     EVALUATE TRUE
015740        WHEN WRK-DEG-NULA
015750           MOVE 'SIM - NULA (TODOS OS TERMOS ZERO)'
015760             TO ARES-DEGEN-TEXTO
015770        WHEN WRK-DEG-CONSTANTE
015780           MOVE 'SIM - CONSTANTE' TO ARES-DEGEN-TEXTO
015790        WHEN WRK-DEG-ALTERNADA
015800           MOVE 'SIM - ALTERNADA (DOIS VALORES)'
015810             TO ARES-DEGEN-TEXTO
015820        WHEN WRK-DEG-PERIODICA
015830           MOVE 'SIM - PERIODICA, PERIODO DE' TO ARES-DEGEN-TEXTO
015840           MOVE WRK-PERIODO     TO WRK-IND-EDITADO
015850           MOVE WRK-IND-EDITADO TO ARES-DEGEN-TEXTO (28:6)
015860           MOVE ' TERMOS'       TO ARES-DEGEN-TEXTO (34:7)
015870        WHEN OTHER
015880           MOVE 'NAO' TO ARES-DEGEN-TEXTO
015890     END-EVALUATE
015900     MOVE ARES-LINHA-DEGEN TO WRK-LINHA
015910     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015920
015930     IF WRK-CAPACIDADE-ATINGIDA
015940        MOVE WRK-CAPAC-INDICE TO ARES-CAPAC-INDICE
015950        MOVE ARES-LINHA-CAPAC TO WRK-LINHA
015960        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015970     END-IF.
015980 5200-EXIT.
015990     EXIT.
016000
016010******************************************************************
016020* 5250-IMPRIMIR-CONVERGENCIA - IMPRIME A SITUACAO DA             *
016030*                              CONVERGENCIA DA RAZAO E A ULTIMA  *
016040*                              RAZAO CALCULADA.                  *
016050******************************************************************
016060 5250-IMPRIMIR-CONVERGENCIA.
016070
016080     MOVE WRK-CASAS TO ARES-CASAS
016090     MOVE SPACES    TO ARES-CONV-TEXTO
016100     EVALUATE TRUE
016110        WHEN WRK-RAIZ-NAO-SE-APLICA
016120           MOVE 'NAO SE APLICA (RESIDUOS MODULO M)'
016130             TO ARES-CONV-TEXTO
016140        WHEN NOT WRK-RAIZ-DOMINANTE
016150           MOVE 'NAO SE APLICA (SEM RAIZ REAL DOMINANTE)'
016160             TO ARES-CONV-TEXTO
016170        WHEN WRK-QTDE-TERMOS < 2
016180           MOVE 'NAO AVALIADA (MENOS DE DOIS TERMOS)'
016190             TO ARES-CONV-TEXTO
016200        WHEN WRK-IND-ESTAVEL > ZEROS
016210           MOVE 'ESTAVEL A PARTIR DO INDICE' TO ARES-CONV-TEXTO
016220           MOVE WRK-IND-ESTAVEL TO WRK-IND-EDITADO
016230           MOVE WRK-IND-EDITADO TO ARES-CONV-TEXTO (28:6)
016240        WHEN OTHER
016250           MOVE 'NAO ESTABILIZOU ATE O INDICE' TO ARES-CONV-TEXTO
016260           MOVE WRK-IND-ULTIMO  TO WRK-IND-EDITADO
016270           MOVE WRK-IND-EDITADO TO ARES-CONV-TEXTO (30:6)
016280     END-EVALUATE
016290     MOVE ARES-LINHA-CONV TO WRK-LINHA
016300     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
016310
016320     IF WRK-HA-ULT-RAZAO
016330        MOVE WRK-ULT-RAZAO   TO WRK-NUM-DECIMAL
016340        MOVE WRK-NUM-DECIMAL TO ARES-ULT-RAZAO
016350     ELSE
016360        MOVE '       NAO CALCULADA' TO ARES-ULT-RAZAO
016370     END-IF
016380     MOVE ARES-LINHA-RAZAO TO WRK-LINHA
016390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
016400 5250-EXIT.
016410     EXIT.
016420
016430******************************************************************
016440* 5300-LISTAR-POSICOES - IMPRIME UMA LISTA DE POSICOES (ZEROS OU *
016450*                        TROCAS DE SINAL), QUINZE POR LINHA,     *
016460*                        AVISANDO AS QUE PASSARAM DO LIMITE DA   *
016470*                        TABELA.                                 *
016480******************************************************************
016490 5300-LISTAR-POSICOES.
016500
016510     IF WRK-QTDE-LISTA = ZEROS
016520        GO TO 5300-EXIT
016530     END-IF
016540     MOVE SPACES           TO ALST-LINHA
016550     MOVE WRK-ROTULO-LISTA TO ALST-ROTULO
016560     MOVE ZEROS            TO WRK-IND-COL
016570     IF WRK-QTDE-LISTA > WRK-MAX-POSICOES
016580        MOVE WRK-MAX-POSICOES TO WRK-QTDE-LISTADAS
016590     ELSE
016600        MOVE WRK-QTDE-LISTA   TO WRK-QTDE-LISTADAS
016610     END-IF
016620     PERFORM 5310-LISTAR-POSICAO THRU 5310-EXIT
016630         VARYING WRK-IND-POS FROM 1 BY 1
016640         UNTIL WRK-IND-POS > WRK-QTDE-LISTADAS
016650     IF WRK-IND-COL > ZEROS
016660        MOVE ALST-LINHA TO WRK-LINHA
016670        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
016680     END-IF
016690     IF WRK-QTDE-LISTA > WRK-QTDE-LISTADAS
016700        COMPUTE WRK-QTDE-NAO-LISTADAS =
016710                WRK-QTDE-LISTA - WRK-QTDE-LISTADAS
016720        MOVE WRK-QTDE-NAO-LISTADAS TO ALST-QTDE-RESTO
016730        MOVE ALST-LINHA-RESTO TO WRK-LINHA
016740        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
016750     END-IF.
016760 5300-EXIT.
016770     EXIT.
016780
016790******************************************************************
016800* 5310-LISTAR-POSICAO - COLOCA UMA POSICAO NA LINHA DA LISTA,    *
016810*                       IMPRIMINDO A LINHA CHEIA.                *
016820******************************************************************
016830 5310-LISTAR-POSICAO.
016840
016850     ADD 1 TO WRK-IND-COL
016860     MOVE TAB-POS-INDICE (WRK-IND-POS)
016870       TO ALST-POSICAO (WRK-IND-COL)
016880     IF WRK-IND-COL = 15
016890        MOVE ALST-LINHA TO WRK-LINHA
016900        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
016910        MOVE SPACES TO ALST-LINHA
016920        MOVE ZEROS  TO WRK-IND-COL
016930     END-IF.
016940 5310-EXIT.
016950     EXIT.
016960
016970******************************************************************
016980* 6000-GRAVAR-RESUMO - GRAVA A LINHA DO PEDIDO NO ARQUIVO        *
016990*                      ANALISE PARA O WAREHOUSE.                 *
017000******************************************************************
017010 6000-GRAVAR-RESUMO.
017020
017030     MOVE WRK-RODADA-ALVO  TO ANL-RODADA
017040     MOVE WRK-SEQ-PEDIDO   TO ANL-PEDIDO
017050     MOVE WRK-SOLICITANTE  TO ANL-SOLICITANTE
017060     MOVE WRK-REFERENCIA   TO ANL-REFERENCIA
017070     MOVE WRK-CADEIA       TO ANL-CADEIA
017080     MOVE WRK-MODO         TO ANL-MODO
017090     MOVE WRK-COEF-P       TO ANL-COEF-P
017100     MOVE WRK-COEF-Q       TO ANL-COEF-Q
017110     MOVE WRK-QTDE-TERMOS  TO ANL-QTDE-TERMOS
017120     MOVE WRK-IND-PRIMEIRO TO ANL-IND-INICIAL
017130     MOVE WRK-IND-ULTIMO   TO ANL-IND-FINAL
017140     MOVE WRK-DIG-PRIMEIRO TO ANL-DIG-INICIAL
017150     MOVE WRK-DIG-ULTIMO   TO ANL-DIG-FINAL
017160     MOVE WRK-CRESC-MEDIO  TO ANL-CRESC-MEDIO
017170     MOVE WRK-SIT-RAIZ     TO ANL-SIT-RAIZ
017180     IF WRK-RAIZ-DOMINANTE
017190        MOVE WRK-RAIZ        TO WRK-NUM-ANALISE
017200        MOVE WRK-NUM-ANALISE TO ANL-RAIZ
017210     ELSE
017220        MOVE SPACES          TO ANL-RAIZ
017230     END-IF
017240     IF WRK-HA-ULT-RAZAO
017250        MOVE WRK-ULT-RAZAO   TO WRK-NUM-ANALISE
017260        MOVE WRK-NUM-ANALISE TO ANL-ULT-RAZAO
017270     ELSE
017280        MOVE SPACES          TO ANL-ULT-RAZAO
017290     END-IF
017300     MOVE WRK-CASAS        TO ANL-CASAS
017310     MOVE WRK-IND-ESTAVEL  TO ANL-IND-ESTAVEL
017320     MOVE WRK-QTDE-PARES   TO ANL-QTDE-PARES
017330     MOVE WRK-QTDE-IMPARES TO ANL-QTDE-IMPARES
017340     MOVE WRK-QTDE-DIV3    TO ANL-QTDE-DIV3
017350     MOVE WRK-QTDE-DIV5    TO ANL-QTDE-DIV5
017360     MOVE WRK-QTDE-DIV10   TO ANL-QTDE-DIV10
017370     MOVE WRK-QTDE-ZEROS   TO ANL-QTDE-ZEROS
017380     MOVE WRK-PRIM-ZERO    TO ANL-PRIM-ZERO
017390     MOVE WRK-QTDE-TROCAS  TO ANL-QTDE-TROCAS
017400     MOVE WRK-PRIM-TROCA   TO ANL-PRIM-TROCA
017410     MOVE WRK-DEGENERACAO  TO ANL-DEGENERACAO
017420     MOVE WRK-PERIODO      TO ANL-PERIODO
017430     IF WRK-CAPACIDADE-ATINGIDA
017440        MOVE 'S' TO ANL-CAPACIDADE
017450     ELSE
017460        MOVE 'N' TO ANL-CAPACIDADE
017470     END-IF
017480
017490     MOVE ANL-LINHA TO REG-ANALISE
017500     WRITE REG-ANALISE
017510     IF WRK-FS-ANALISE NOT = '00'
017520        DISPLAY 'SOLANA - ERRO AO GRAVAR ANALISE - FS='
017530                WRK-FS-ANALISE ' PEDIDO ' WRK-SEQ-PEDIDO
017540        MOVE 16 TO WRK-RETORNO
017550     ELSE
017560        ADD 1 TO WRK-QTDE-RESUMOS
017570     END-IF.
017580 6000-EXIT.
017590     EXIT.
017600
017610******************************************************************
017620* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA NA SAIDA DE IMPRESSAO *
017630*                           CORRENTE E IMPRIME OS CABECALHOS DA  *
017640*                           ANALISE DO PEDIDO, PRESERVANDO A     *
017650*                           LINHA QUE ESPERA PARA SER IMPRESSA.  *
017660******************************************************************
017670 7000-IMPRIMIR-CABECALHO.
017680
017690     MOVE WRK-LINHA TO WRK-LINHA-SALVA
017700     ADD 1 TO WRK-PAG-CONTADOR
017710     MOVE WRK-PAG-CONTADOR TO ACAB-PAGINA
017720     MOVE WRK-RODADA-ALVO  TO ACAB-RODADA
017730     MOVE WRK-DATA-EMISSAO (7:2) TO ACAB-EMI-DIA
017740     MOVE WRK-DATA-EMISSAO (5:2) TO ACAB-EMI-MES
017750     MOVE WRK-DATA-EMISSAO (1:4) TO ACAB-EMI-ANO
017760
017770     MOVE ACAB-LINHA-1 TO WRK-LINHA
017780     MOVE 'S' TO WRK-SW-AVANCO-PAGINA
017790     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017800     MOVE ACAB-LINHA-2 TO WRK-LINHA
017810     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017820     MOVE ACAB-LINHA-3 TO WRK-LINHA
017830     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017840     MOVE ACAB-LINHA-4 TO WRK-LINHA
017850     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017860     MOVE SPACES TO WRK-LINHA
017870     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017880     MOVE ACAB-COLUNAS TO WRK-LINHA
017890     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017900     MOVE SPACES TO WRK-LINHA
017910     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
017920     MOVE 8 TO WRK-LIN-CONTADOR
017930     MOVE WRK-LINHA-SALVA TO WRK-LINHA.
017940 7000-EXIT.
017950     EXIT.
017960
017970******************************************************************
017980* 7100-GRAVAR-LINHA - GRAVA UMA LINHA NA ANALISE DO PEDIDO       *
017990*                     CORRENTE, QUEBRANDO A PAGINA QUANDO        *
018000*                     NECESSARIO.                                *
018010******************************************************************
018020 7100-GRAVAR-LINHA.
018030
018040     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
018050        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
018060     END-IF
018070     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
018080     ADD 1 TO WRK-LIN-CONTADOR.
018090 7100-EXIT.
018100     EXIT.
018110
018120******************************************************************
018130* 7200-ESCREVER-LINHA - ESCREVE WRK-LINHA NA SAIDA DE IMPRESSAO  *
018140*                       CORRENTE (RELA01 A RELA10), SALTANDO A   *
018150*                       PAGINA QUANDO O CABECALHO PEDIU.         *
018160******************************************************************
018170 7200-ESCREVER-LINHA.
018180
018190     EVALUATE WRK-SAIDA-CORRENTE
018200        WHEN 1
018210           MOVE WRK-LINHA TO REG-RELA01
018220           IF WRK-AVANCO-PAGINA
018230              WRITE REG-RELA01 AFTER ADVANCING PAGE
018240           ELSE
018250              WRITE REG-RELA01 AFTER ADVANCING 1 LINE
018260           END-IF
018270        WHEN 2
018280           MOVE WRK-LINHA TO REG-RELA02
018290           IF WRK-AVANCO-PAGINA
018300              WRITE REG-RELA02 AFTER ADVANCING PAGE
018310           ELSE
018320              WRITE REG-RELA02 AFTER ADVANCING 1 LINE
018330           END-IF
018340        WHEN 3
018350           MOVE WRK-LINHA TO REG-RELA03
018360           IF WRK-AVANCO-PAGINA
018370              WRITE REG-RELA03 AFTER ADVANCING PAGE
018380           ELSE
018390              WRITE REG-RELA03 AFTER ADVANCING 1 LINE
018400           END-IF
018410        WHEN 4
018420           MOVE WRK-LINHA TO REG-RELA04
018430           IF WRK-AVANCO-PAGINA
018440              WRITE REG-RELA04 AFTER ADVANCING PAGE
018450           ELSE
018460              WRITE REG-RELA04 AFTER ADVANCING 1 LINE
018470           END-IF
018480        WHEN 5
018490           MOVE WRK-LINHA TO REG-RELA05
018500           IF WRK-AVANCO-PAGINA
018510              WRITE REG-RELA05 AFTER ADVANCING PAGE
018520           ELSE
018530              WRITE REG-RELA05 AFTER ADVANCING 1 LINE
018540           END-IF
018550        WHEN 6
018560           MOVE WRK-LINHA TO REG-RELA06
018570           IF WRK-AVANCO-PAGINA
018580              WRITE REG-RELA06 AFTER ADVANCING PAGE
018590           ELSE
018600              WRITE REG-RELA06 AFTER ADVANCING 1 LINE
018610           END-IF
018620        WHEN 7
018630           MOVE WRK-LINHA TO REG-RELA07
018640           IF WRK-AVANCO-PAGINA
018650              WRITE REG-RELA07 AFTER ADVANCING PAGE
018660           ELSE
018670              WRITE REG-RELA07 AFTER ADVANCING 1 LINE
018680           END-IF
018690        WHEN 8
018700           MOVE WRK-LINHA TO REG-RELA08
018710           IF WRK-AVANCO-PAGINA
018720              WRITE REG-RELA08 AFTER ADVANCING PAGE
018730           ELSE
018740              WRITE REG-RELA08 AFTER ADVANCING 1 LINE
018750           END-IF
018760        WHEN 9
018770           MOVE WRK-LINHA TO REG-RELA09
018780           IF WRK-AVANCO-PAGINA
018790              WRITE REG-RELA09 AFTER ADVANCING PAGE
018800           ELSE
018810              WRITE REG-RELA09 AFTER ADVANCING 1 LINE
018820           END-IF
018830        WHEN OTHER
018840           MOVE WRK-LINHA TO REG-RELA10
018850           IF WRK-AVANCO-PAGINA
018860              WRITE REG-RELA10 AFTER ADVANCING PAGE
018870           ELSE
018880              WRITE REG-RELA10 AFTER ADVANCING 1 LINE
018890           END-IF
018900     END-EVALUATE
018910     MOVE 'N' TO WRK-SW-AVANCO-PAGINA.
018920 7200-EXIT.
018930     EXIT.
018940
018950******************************************************************
018960* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
018970*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
018980*                            PASSO (PROGRAMA, DATA/HORA,         *
018990*                            RETURN-CODE E PEDIDOS ANALISADOS),  *
019000*                            PARA O HISTORICO DE OPERACAO E O    *
019010*                            REINICIO DO SOLJOB (SOLRST). UMA    *
019020*                            FALHA DE GRAVACAO AQUI SO GERA      *
019030*                            AVISO, SEM ALTERAR O RETURN-CODE DO *
019040*                            PASSO.                              *
019050******************************************************************
019060 8500-GRAVAR-RUN-CONTROLE.
019070
019080     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
019090     ACCEPT WRK-HORA-CTL FROM TIME
019100     OPEN EXTEND RUNCTL
019110     IF WRK-FS-RUNCTL = '35'
019120        OPEN OUTPUT RUNCTL
019130     END-IF
019140     IF WRK-FS-RUNCTL NOT = '00'
019150        DISPLAY 'SOLANA - AVISO - RUNCTL INDISPONIVEL - FS='
019160                WRK-FS-RUNCTL
019170        GO TO 8500-EXIT
019180     END-IF
019190
019200     MOVE SPACES            TO REG-RUNCTL
019210     SET REG-RUN-REG-PASSO  TO TRUE
019220     MOVE WRK-RODADA-ALVO   TO REG-RUN-RODADA
019230     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
019240     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
019250     MOVE 'SOLANA  '        TO REG-RUN-PAS-PROGRAMA
019260     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
019270     MOVE WRK-QTDE-PEDIDOS  TO REG-RUN-PAS-QTDE-REGS
019280     WRITE REG-RUNCTL
019290     CLOSE RUNCTL.
019300 8500-EXIT.
019310     EXIT.
019320
019330******************************************************************
019340* 9999-ENCERRAR - FECHA OS ARQUIVOS, EXIBE OS TOTAIS E DEVOLVE O *
019350*                 RETURN-CODE.                                   *
019360******************************************************************
019370 9999-ENCERRAR.
019380
019390     IF WRK-PEDIDO-ABERTO
019400        PERFORM 5000-ENCERRAR-PEDIDO THRU 5000-EXIT
019410     END-IF
019420     DISPLAY 'SOLANA - PEDIDOS ANALISADOS: ' WRK-QTDE-PEDIDOS
019430     DISPLAY 'SOLANA - TERMOS ANALISADOS: ' WRK-QTDE-TERMOS-RODADA
019440     DISPLAY 'SOLANA - LINHAS GRAVADAS NO ANALISE: '
019450             WRK-QTDE-RESUMOS
019460     IF WRK-QTDE-EXCEDENTES > ZEROS
019470        DISPLAY 'SOLANA - AVISO - ' WRK-QTDE-EXCEDENTES
019480                ' PEDIDO(S) EXCEDENTE(S) ACUMULADO(S) NA RELA10'
019490     END-IF
019500     CLOSE SAIDA
019510     CLOSE RELA01 RELA02 RELA03 RELA04 RELA05
019520           RELA06 RELA07 RELA08 RELA09 RELA10
019530     CLOSE ANALISE
019540     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
019550     MOVE WRK-RETORNO TO RETURN-CODE
019560     STOP RUN.
019570 9999-EXIT.
019580     EXIT.
019590
019600 END PROGRAM SOLANA.
