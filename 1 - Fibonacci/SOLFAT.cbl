000010******************************************************************
000020* PROGRAM  : SOLFAT                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : FATURAMENTO MENSAL DO SERVICO FIBO AOS              *
000070*            DEPARTAMENTOS USUARIOS (RATEIO DE CUSTO DO CPD).    *
000080*            PARA UM MES ENCERRADO (PARM AAAAMM; SEM PARM, O     *
000090*            MES ANTERIOR), TARIFA CADA PEDIDO GERADO NO LOGAUD  *
000100*            PELA TABELA DE TARIFAS (TARIFA): VALOR FIXO POR     *
000110*            PEDIDO, VALOR POR TERMO GERADO E PERCENTUAL DE      *
000120*            ADICIONAL PARA CLASSE PESADA OU PROCESSAMENTO NA    *
000130*            RODADA DE FIM DE SEMANA (SOLJOBW). PEDIDO REJEITADO *
000140*            (QUANTIDADE GERADA ZERO) OU ADIADO NAO E COBRADO.   *
000150*            O DEPARTAMENTO VEM DO CADASTRO DE SOLICITANTES      *
000160*            (CADSOL) E O CENTRO DE CUSTO DOS REGISTROS 'D' DA   *
000170*            TARIFA. EMITE A FATURA POR DEPARTAMENTO (RELFAT),   *
000180*            COM UMA LINHA POR SOLICITANTE E REFERENCIA, E O     *
000190*            ARQUIVO DE LANCAMENTOS CONTABEIS (JORNAL): DEBITO   *
000200*            NO CENTRO DE CUSTO DE CADA DEPARTAMENTO E CREDITO   *
000210*            NO CENTRO DE CUSTO DO CPD. O MES SO E FATURADO SE   *
000220*            TODAS AS SUAS RODADAS TEM REGISTRO 'R' NO RUNCTL E  *
000230*            SE AINDA NAO CONSTA DO CONTROLE DE FATURAMENTO      *
000240*            (FATCTL), ONDE E ANOTADO AO FINAL.                  *
000250*            RETURN-CODES: 0  - FATURADO, JORNAL LIBERADO        *
000260*                          4  - FATURADO COM AVISOS (REGISTRO    *
000270*                               DE TARIFA INVALIDO, NADA A       *
000280*                               FATURAR)                         *
000290*                          8  - FATURAMENTO RECUSADO (MES NAO    *
000300*                               ENCERRADO OU JA FATURADO, SEM    *
000310*                               TARIFA VIGENTE) OU JORNAL RETIDO *
000320*                               (SOLICITANTE SEM CENTRO DE       *
000330*                               CUSTO, TABELA CHEIA, FATURA X    *
000340*                               JORNAL FORA DE BALANCO)          *
000350*                          16 - ERRO DE ABERTURA DE ARQUIVO      *
000360******************************************************************
000370* MODIFICATION HISTORY                                           *
000380*  DATE       INIC  DESCRICAO                                    *
000390*  15/10/2026 RL    VERSAO INICIAL - FATURAMENTO MENSAL POR      *
000400*                   DEPARTAMENTO COM TABELA DE TARIFAS E         *
000410*                   JORNAL CONTABIL.                             *
000420*  15/10/2026 RL    O LOGAUD GANHOU O PERIODO DOS PEDIDOS DO     *
000430*                   MODO 'M' - LRECL DE 81 PARA 87 (SO LAYOUT; O *
000440*                   PEDIDO 'M' E TARIFADO PELOS TERMOS GERADOS,  *
000450*                   COMO OS DEMAIS).                             *
000460*  15/10/2026 RL    O JORNAL SO E ABERTO DEPOIS DE CONFERIDOS O  *
000470*                   FATCTL E A TARIFA: A RESSUBMISSAO DE UM MES  *
000480*                   JA FATURADO NAO ESVAZIA MAIS O JORNAL.       *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     SOLFAT.
000520 AUTHOR.         ROBSON LIMA.
000530 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000540 DATE-WRITTEN.   15/10/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT LOGAUD ASSIGN TO LOGAUD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-FS-LOGAUD.
000620     SELECT RUNCTL ASSIGN TO RUNCTL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-FS-RUNCTL.
000650     SELECT TARIFA ASSIGN TO TARIFA
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-TARIFA.
000680     SELECT CADSOL ASSIGN TO CADSOL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS REG-CSL-SOLICITANTE
000720         FILE STATUS IS WRK-FS-CADSOL.
000730     SELECT FATCTL ASSIGN TO FATCTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-FS-FATCTL.
000760     SELECT JORNAL ASSIGN TO JORNAL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-FS-JORNAL.
000790     SELECT RELFAT ASSIGN TO RELFAT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-FS-RELFAT.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  LOGAUD
000850     RECORDING MODE IS F.
000860 01  REG-LOGAUD.
000870     05 REG-LOG-JOB               PIC X(08).
000880        88 REG-LOG-RODADA-PESADA      VALUE 'SOLJOBW'.
000890     05 FILLER                    PIC X(01).
000900     05 REG-LOG-DATA              PIC X(08).
000910     05 FILLER                    PIC X(01).
000920     05 REG-LOG-HORA              PIC X(08).
000930     05 FILLER                    PIC X(01).
000940     05 REG-LOG-USUARIO           PIC X(08).
000950     05 FILLER                    PIC X(01).
000960     05 REG-LOG-ENTRADA           PIC 9(03).
000970     05 FILLER                    PIC X(01).
000980     05 REG-LOG-QTDE-GERADA       PIC 9(05).
000990     05 FILLER                    PIC X(01).
001000     05 REG-LOG-MODO              PIC X(01).
001010     05 FILLER                    PIC X(01).
001020     05 REG-LOG-CAPACIDADE        PIC X(01).
001030     05 FILLER                    PIC X(01).
001040     05 REG-LOG-SOLICITANTE       PIC X(08).
001050     05 FILLER                    PIC X(01).
001060     05 REG-LOG-REFERENCIA        PIC X(12).
001070     05 FILLER                    PIC X(01).
001080     05 REG-LOG-RODADA            PIC 9(05).
001090     05 FILLER                    PIC X(01).
001100     05 REG-LOG-ADIADO            PIC X(01).
001110        88 REG-LOG-PED-ADIADO         VALUE 'S'.
001120     05 FILLER                    PIC X(01).
001130     05 REG-LOG-CLASSE            PIC X(01).
001140        88 REG-LOG-CLASSE-PESADA      VALUE 'P'.
001150     05 FILLER                    PIC X(01).
001160     05 REG-LOG-PERIODO           PIC 9(05).
001170
001180 FD  RUNCTL
001190     RECORDING MODE IS F.
001200 01  REG-RUNCTL.
001210     05 REG-RUN-TIPO              PIC X(01).
001220        88 REG-RUN-REG-RODADA         VALUE 'R'.
001230        88 REG-RUN-REG-PASSO          VALUE 'S'.
001240     05 FILLER                    PIC X(01).
001250     05 REG-RUN-RODADA            PIC 9(05).
001260     05 FILLER                    PIC X(01).
001270     05 REG-RUN-DATA              PIC X(08).
001280     05 FILLER                    PIC X(01).
001290     05 REG-RUN-CORPO.
001300        10 REG-RUN-HORA-INI        PIC X(08).
001310        10 FILLER                  PIC X(01).
001320        10 REG-RUN-HORA-FIM        PIC X(08).
001330        10 FILLER                  PIC X(01).
001340        10 REG-RUN-RETORNO         PIC 9(02).
001350        10 FILLER                  PIC X(01).
001360        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
001370        10 FILLER                  PIC X(01).
001380        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
001390        10 FILLER                  PIC X(01).
001400        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
001410        10 FILLER                  PIC X(01).
001420        10 REG-RUN-QTDE-RETOM      PIC 9(05).
001430     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
001440        10 REG-RUN-PAS-HORA        PIC X(08).
001450        10 FILLER                  PIC X(01).
001460        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
001470        10 FILLER                  PIC X(01).
001480        10 REG-RUN-PAS-RETORNO     PIC 9(02).
001490        10 FILLER                  PIC X(26).
001500
001510 FD  TARIFA
001520     RECORDING MODE IS F.
001530 01  REG-TARIFA.
001540     05 REG-TAR-TIPO              PIC X(01).
001550        88 REG-TAR-REG-TARIFA         VALUE 'T'.
001560        88 REG-TAR-REG-DEPTO          VALUE 'D'.
001570     05 FILLER                    PIC X(01).
001580     05 REG-TAR-CORPO             PIC X(78).
001590     05 REG-TAR-VALORES REDEFINES REG-TAR-CORPO.
001600        10 REG-TAR-VIGENCIA        PIC X(06).
001610        10 FILLER                  PIC X(01).
001620        10 REG-TAR-VALOR-PEDIDO    PIC 9(05)V99.
001630        10 FILLER                  PIC X(01).
001640        10 REG-TAR-VALOR-TERMO     PIC 9(03)V9(04).
001650        10 FILLER                  PIC X(01).
001660        10 REG-TAR-PCT-ADICIONAL   PIC 9(03)V99.
001670        10 FILLER                  PIC X(01).
001680        10 REG-TAR-CC-CPD          PIC X(10).
001690        10 FILLER                  PIC X(01).
001700        10 REG-TAR-CONTA-DEBITO    PIC X(10).
001710        10 FILLER                  PIC X(01).
001720        10 REG-TAR-CONTA-CREDITO   PIC X(10).
001730        10 FILLER                  PIC X(17).
001740     05 REG-TAR-DEPTO REDEFINES REG-TAR-CORPO.
001750        10 REG-TAR-DEPARTAMENTO    PIC X(08).
001760        10 FILLER                  PIC X(01).
001770        10 REG-TAR-CENTRO-CUSTO    PIC X(10).
001780        10 FILLER                  PIC X(59).
001790
001800 FD  CADSOL.
001810 01  REG-CADSOL.
001820     05 REG-CSL-SOLICITANTE       PIC X(08).
001830     05 FILLER                    PIC X(01).
001840     05 REG-CSL-NOME              PIC X(30).
001850     05 FILLER                    PIC X(01).
001860     05 REG-CSL-DEPARTAMENTO      PIC X(08).
001870     05 FILLER                    PIC X(01).
001880     05 REG-CSL-SITUACAO          PIC X(01).
001890        88 REG-CSL-ATIVO              VALUE 'A'.
001900        88 REG-CSL-INATIVO            VALUE 'I'.
001910     05 FILLER                    PIC X(01).
001920     05 REG-CSL-MODOS             PIC X(04).
001930     05 REG-CSL-MODOS-R REDEFINES REG-CSL-MODOS.
001940        10 REG-CSL-MODO           PIC X(01) OCCURS 4 TIMES.
001950     05 FILLER                    PIC X(01).
001960     05 REG-CSL-PESADO            PIC X(01).
001970        88 REG-CSL-PESADO-PERMITIDO   VALUE 'S'.
001980     05 FILLER                    PIC X(01).
001990     05 REG-CSL-MAX-TERMOS        PIC 9(05).
002000     05 FILLER                    PIC X(01).
002010     05 REG-CSL-COTA-MENSAL       PIC 9(07).
002020     05 FILLER                    PIC X(01).
002030     05 REG-CSL-DATA-INCLUSAO     PIC X(08).
002040     05 FILLER                    PIC X(01).
002050     05 REG-CSL-DATA-ALTERACAO    PIC X(08).
002060     05 FILLER                    PIC X(41).
002070
002080 FD  FATCTL
002090     RECORDING MODE IS F.
002100 01  REG-FATCTL.
002110     05 REG-FTC-MES               PIC X(06).
002120     05 FILLER                    PIC X(01).
002130     05 REG-FTC-DATA              PIC X(08).
002140     05 FILLER                    PIC X(01).
002150     05 REG-FTC-HORA              PIC X(08).
002160     05 FILLER                    PIC X(01).
002170     05 REG-FTC-QTDE-PEDIDOS      PIC 9(07).
002180     05 FILLER                    PIC X(01).
002190     05 REG-FTC-QTDE-TERMOS       PIC 9(09).
002200     05 FILLER                    PIC X(01).
002210     05 REG-FTC-VALOR-TOTAL       PIC 9(11)V99.
002220
002230 FD  JORNAL
002240     RECORDING MODE IS F.
002250 01  REG-JORNAL.
002260     05 REG-JOR-TIPO              PIC X(01).
002270        88 REG-JOR-CABECALHO          VALUE 'H'.
002280        88 REG-JOR-LANCAMENTO         VALUE 'L'.
002290        88 REG-JOR-TRAILER            VALUE 'T'.
002300     05 FILLER                    PIC X(01).
002310     05 REG-JOR-ORIGEM            PIC X(04).
002320     05 FILLER                    PIC X(01).
002330     05 REG-JOR-COMPETENCIA       PIC X(06).
002340     05 FILLER                    PIC X(01).
002350     05 REG-JOR-CORPO             PIC X(66).
002360     05 REG-JOR-CAB REDEFINES REG-JOR-CORPO.
002370        10 REG-JOR-DATA-GERACAO    PIC X(08).
002380        10 FILLER                  PIC X(01).
002390        10 REG-JOR-HORA-GERACAO    PIC X(08).
002400        10 FILLER                  PIC X(49).
002410     05 REG-JOR-LANC REDEFINES REG-JOR-CORPO.
002420        10 REG-JOR-DEB-CRED        PIC X(01).
002430           88 REG-JOR-DEBITO          VALUE 'D'.
002440           88 REG-JOR-CREDITO         VALUE 'C'.
002450        10 FILLER                  PIC X(01).
002460        10 REG-JOR-CENTRO-CUSTO    PIC X(10).
002470        10 FILLER                  PIC X(01).
002480        10 REG-JOR-CONTA           PIC X(10).
002490        10 FILLER                  PIC X(01).
002500        10 REG-JOR-VALOR           PIC 9(11)V99.
002510        10 FILLER                  PIC X(01).
002520        10 REG-JOR-HISTORICO       PIC X(28).
002530     05 REG-JOR-TRL REDEFINES REG-JOR-CORPO.
002540        10 REG-JOR-QTDE-LANC       PIC 9(05).
002550        10 FILLER                  PIC X(01).
002560        10 REG-JOR-TOT-DEBITOS     PIC 9(13)V99.
002570        10 FILLER                  PIC X(01).
002580        10 REG-JOR-TOT-CREDITOS    PIC 9(13)V99.
002590        10 FILLER                  PIC X(29).
002600
002610 FD  RELFAT
002620     RECORDING MODE IS F.
002630 01  REG-RELFAT                  PIC X(132).
002640 WORKING-STORAGE SECTION.
002650 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
002660 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
002670 77 WRK-FS-TARIFA                PIC X(02) VALUE ZEROS.
002680 77 WRK-FS-CADSOL                PIC X(02) VALUE ZEROS.
002690 77 WRK-FS-FATCTL                PIC X(02) VALUE ZEROS.
002700 77 WRK-FS-JORNAL                PIC X(02) VALUE ZEROS.
002710 77 WRK-FS-RELFAT                PIC X(02) VALUE ZEROS.
002720 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
002730 77 WRK-SW-FIM-LOGAUD            PIC X(01) VALUE 'N'.
002740    88 WRK-FIM-LOGAUD                VALUE 'S'.
002750 77 WRK-SW-FIM-RUNCTL            PIC X(01) VALUE 'N'.
002760    88 WRK-FIM-RUNCTL                VALUE 'S'.
002770 77 WRK-SW-FIM-TARIFA            PIC X(01) VALUE 'N'.
002780    88 WRK-FIM-TARIFA                VALUE 'S'.
002790 77 WRK-SW-FIM-FATCTL            PIC X(01) VALUE 'N'.
002800    88 WRK-FIM-FATCTL                VALUE 'S'.
002810 77 WRK-SW-RECUSADO              PIC X(01) VALUE 'N'.
002820    88 WRK-FATURAMENTO-RECUSADO      VALUE 'S'.
002830 77 WRK-SW-RETIDO                PIC X(01) VALUE 'N'.
002840    88 WRK-JORNAL-RETIDO             VALUE 'S'.
002850 77 WRK-SW-JORNAL-ABERTO         PIC X(01) VALUE 'N'.
002860    88 WRK-JORNAL-ABERTO             VALUE 'S'.
002870 77 WRK-SW-COLUNAS               PIC X(01) VALUE 'S'.
002880    88 WRK-IMPRIME-COLUNAS           VALUE 'S'.
002890 77 WRK-MSG-SITUACAO             PIC X(60) VALUE SPACES.
002900 01 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
002910 01 WRK-DATA-EMISSAO-R REDEFINES WRK-DATA-EMISSAO.
002920    05 WRK-EMI-ANO               PIC 9(04).
002930    05 WRK-EMI-MES               PIC 9(02).
002940    05 WRK-EMI-DIA               PIC 9(02).
002950 77 WRK-HORA-EMISSAO             PIC 9(08) VALUE ZEROS.
002960 77 WRK-MES-CORRENTE             PIC X(06) VALUE SPACES.
002970 01 WRK-MES-FATURA               PIC X(06) VALUE SPACES.
002980 01 WRK-MES-FATURA-R REDEFINES WRK-MES-FATURA.
002990    05 WRK-FAT-ANO               PIC 9(04).
003000    05 WRK-FAT-MES               PIC 9(02).
003010
003020 77 WRK-TAR-VIGENCIA             PIC X(06) VALUE ZEROS.
003030 77 WRK-TAR-VALOR-PEDIDO         PIC 9(05)V99 VALUE ZEROS.
003040 77 WRK-TAR-VALOR-TERMO          PIC 9(03)V9(04) VALUE ZEROS.
003050 77 WRK-TAR-PCT-ADICIONAL        PIC 9(03)V99 VALUE ZEROS.
003060 77 WRK-TAR-CC-CPD               PIC X(10) VALUE SPACES.
003070 77 WRK-TAR-CONTA-DEBITO         PIC X(10) VALUE SPACES.
003080 77 WRK-TAR-CONTA-CREDITO        PIC X(10) VALUE SPACES.
003090
003100 77 WRK-VLR-BASE                 PIC 9(09)V99 VALUE ZEROS.
003110 77 WRK-VLR-TERMOS               PIC 9(09)V99 VALUE ZEROS.
003120 77 WRK-VLR-ADICIONAL            PIC 9(09)V99 VALUE ZEROS.
003130 77 WRK-VLR-PEDIDO               PIC 9(09)V99 VALUE ZEROS.
003140
003150 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
003160 77 WRK-QTDE-FORA-MES            PIC 9(07) VALUE ZEROS.
003170 77 WRK-QTDE-DO-MES              PIC 9(07) VALUE ZEROS.
003180 77 WRK-QTDE-REJEITADOS          PIC 9(07) VALUE ZEROS.
003190 77 WRK-QTDE-ADIADOS             PIC 9(07) VALUE ZEROS.
003200 77 WRK-QTDE-FATURADOS           PIC 9(07) VALUE ZEROS.
003210 77 WRK-QTDE-ADICIONAL           PIC 9(07) VALUE ZEROS.
003220 77 WRK-QTDE-TERMOS              PIC 9(09) VALUE ZEROS.
003230 77 WRK-QTDE-PENDENTES           PIC 9(05) VALUE ZEROS.
003240 77 WRK-QTDE-RODADAS-MES         PIC 9(05) VALUE ZEROS.
003250 77 WRK-QTDE-RODADAS-ABERTAS     PIC 9(05) VALUE ZEROS.
003260 77 WRK-QTDE-TARIFA-INVALIDA     PIC 9(05) VALUE ZEROS.
003270 77 WRK-QTDE-LANCAMENTOS         PIC 9(05) VALUE ZEROS.
003280 77 WRK-TOT-FATURA               PIC 9(13)V99 VALUE ZEROS.
003290 77 WRK-TOT-PENDENTE             PIC 9(13)V99 VALUE ZEROS.
003300 77 WRK-TOT-DEBITOS              PIC 9(13)V99 VALUE ZEROS.
003310 77 WRK-TOT-CREDITOS             PIC 9(13)V99 VALUE ZEROS.
003320
003330 77 WRK-SUB-PEDIDOS              PIC 9(07) VALUE ZEROS.
003340 77 WRK-SUB-TERMOS               PIC 9(09) VALUE ZEROS.
003350 77 WRK-SUB-ADICIONAL            PIC 9(07) VALUE ZEROS.
003360 77 WRK-SUB-VLR-BASE             PIC 9(11)V99 VALUE ZEROS.
003370 77 WRK-SUB-VLR-TERMOS           PIC 9(11)V99 VALUE ZEROS.
003380 77 WRK-SUB-VLR-ADICIONAL        PIC 9(11)V99 VALUE ZEROS.
003390 77 WRK-SUB-VLR-TOTAL            PIC 9(11)V99 VALUE ZEROS.
003400
003410 77 WRK-IND-TAB                  PIC S9(04) COMP VALUE ZEROS.
003420 77 WRK-IND-ITEM                 PIC S9(04) COMP VALUE ZEROS.
003430 77 WRK-IND-DEP                  PIC S9(04) COMP VALUE ZEROS.
003440 77 WRK-IND-ROD                  PIC S9(04) COMP VALUE ZEROS.
003450 77 WRK-QTDE-ITENS               PIC S9(04) COMP VALUE ZEROS.
003460 77 WRK-MAX-ITENS                PIC S9(04) COMP VALUE 3000.
003470 77 WRK-QTDE-DEPTOS              PIC S9(04) COMP VALUE ZEROS.
003480 77 WRK-MAX-DEPTOS               PIC S9(04) COMP VALUE 200.
003490 77 WRK-QTDE-RODADAS             PIC S9(04) COMP VALUE ZEROS.
003500 77 WRK-MAX-RODADAS              PIC S9(04) COMP VALUE 500.
003510 77 WRK-DEP-PROCURADO            PIC X(08) VALUE SPACES.
003520 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
003530 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
003540 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
003550
003560 01 TAB-ITENS.
003570    05 TAB-ITM-ITEM OCCURS 3000 TIMES.
003580       10 TAB-ITM-SOLICITANTE    PIC X(08).
003590       10 TAB-ITM-REFERENCIA     PIC X(12).
003600       10 TAB-ITM-IND-DEP        PIC S9(04) COMP.
003610       10 TAB-ITM-QTDE-PEDIDOS   PIC 9(05).
003620       10 TAB-ITM-QTDE-TERMOS    PIC 9(07).
003630       10 TAB-ITM-QTDE-ADICIONAL PIC 9(05).
003640       10 TAB-ITM-VLR-BASE       PIC 9(09)V99.
003650       10 TAB-ITM-VLR-TERMOS     PIC 9(09)V99.
003660       10 TAB-ITM-VLR-ADICIONAL  PIC 9(09)V99.
003670       10 TAB-ITM-VLR-TOTAL      PIC 9(09)V99.
003680
003690 01 TAB-DEPARTAMENTOS.
003700    05 TAB-DEP-ITEM OCCURS 200 TIMES.
003710       10 TAB-DEP-DEPARTAMENTO   PIC X(08).
003720       10 TAB-DEP-CENTRO-CUSTO   PIC X(10).
003730       10 TAB-DEP-QTDE-ITENS     PIC 9(05).
003740       10 TAB-DEP-VLR-TOTAL      PIC 9(11)V99.
003750
003760 01 TAB-RODADAS.
003770    05 TAB-ROD-ITEM OCCURS 500 TIMES.
003780       10 TAB-ROD-RODADA         PIC 9(05).
003790       10 TAB-ROD-ENCERRADA      PIC X(01).
003800
003810 01 CAB-LINHA-1.
003820    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
003830    05 FILLER                    PIC X(30) VALUE
003840       'FATURAMENTO MENSAL POR DEPTO  '.
003850    05 FILLER                    PIC X(05) VALUE 'MES: '.
003860    05 CAB-MES                   PIC X(14).
003870    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
003880    05 CAB-EMI-DIA               PIC X(02).
003890    05 FILLER                    PIC X(01) VALUE '/'.
003900    05 CAB-EMI-MES               PIC X(02).
003910    05 FILLER                    PIC X(01) VALUE '/'.
003920    05 CAB-EMI-ANO               PIC X(04).
003930    05 FILLER                    PIC X(06) VALUE SPACES.
003940    05 FILLER                    PIC X(05) VALUE 'PAG. '.
003950    05 CAB-PAGINA                PIC ZZZ9.
003960    05 FILLER                    PIC X(39) VALUE SPACES.
003970
003980 01 CAB-LINHA-2.
003990    05 CAB-GRUPO                 PIC X(60).
004000    05 FILLER                    PIC X(72) VALUE SPACES.
004010
004020 01 CAB-GRUPO-DEPTO.
004030    05 FILLER                    PIC X(14) VALUE
004040       'DEPARTAMENTO: '.
004050    05 CAB-DEPARTAMENTO          PIC X(08).
004060    05 FILLER                    PIC X(04) VALUE SPACES.
004070    05 FILLER                    PIC X(17) VALUE
004080       'CENTRO DE CUSTO: '.
004090    05 CAB-CENTRO-CUSTO          PIC X(10).
004100    05 FILLER                    PIC X(07) VALUE SPACES.
004110
004120 01 CAB-COLUNAS.
004130    05 FILLER                    PIC X(08) VALUE 'SOLICIT.'.
004140    05 FILLER                    PIC X(02) VALUE SPACES.
004150    05 FILLER                    PIC X(12) VALUE 'REFERENCIA  '.
004160    05 FILLER                    PIC X(02) VALUE SPACES.
004170    05 FILLER                    PIC X(09) VALUE '  PEDIDOS'.
004180    05 FILLER                    PIC X(02) VALUE SPACES.
004190    05 FILLER                    PIC X(11) VALUE '     TERMOS'.
004200    05 FILLER                    PIC X(02) VALUE SPACES.
004210    05 FILLER                    PIC X(09) VALUE '    ADIC.'.
004220    05 FILLER                    PIC X(02) VALUE SPACES.
004230    05 FILLER                    PIC X(14) VALUE
004240       '    VALOR BASE'.
004250    05 FILLER                    PIC X(02) VALUE SPACES.
004260    05 FILLER                    PIC X(14) VALUE
004270       '  VALOR TERMOS'.
004280    05 FILLER                    PIC X(02) VALUE SPACES.
004290    05 FILLER                    PIC X(14) VALUE
004300       '     ADICIONAL'.
004310    05 FILLER                    PIC X(02) VALUE SPACES.
004320    05 FILLER                    PIC X(16) VALUE
004330       '     VALOR TOTAL'.
004340    05 FILLER                    PIC X(09) VALUE SPACES.
004350
004360 01 DET-LINHA.
004370    05 DET-SOLICITANTE           PIC X(08).
004380    05 FILLER                    PIC X(02) VALUE SPACES.
004390    05 DET-REFERENCIA            PIC X(12).
004400    05 FILLER                    PIC X(02) VALUE SPACES.
004410    05 DET-PEDIDOS               PIC Z,ZZZ,ZZ9.
004420    05 FILLER                    PIC X(02) VALUE SPACES.
004430    05 DET-TERMOS                PIC ZZZ,ZZZ,ZZ9.
004440    05 FILLER                    PIC X(02) VALUE SPACES.
004450    05 DET-ADICIONAL             PIC Z,ZZZ,ZZ9.
004460    05 FILLER                    PIC X(02) VALUE SPACES.
004470    05 DET-VLR-BASE              PIC ZZZ,ZZZ,ZZ9.99.
004480    05 FILLER                    PIC X(02) VALUE SPACES.
004490    05 DET-VLR-TERMOS            PIC ZZZ,ZZZ,ZZ9.99.
004500    05 FILLER                    PIC X(02) VALUE SPACES.
004510    05 DET-VLR-ADICIONAL         PIC ZZZ,ZZZ,ZZ9.99.
004520    05 FILLER                    PIC X(02) VALUE SPACES.
004530    05 DET-VLR-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99.
004540    05 FILLER                    PIC X(09) VALUE SPACES.
004550
004560 01 TOT-LINHA-1.
004570    05 FILLER                    PIC X(32) VALUE
004580       'REGISTROS DO MES NO LOGAUD....: '.
004590    05 TOT-DO-MES                PIC Z,ZZZ,ZZ9.
004600    05 FILLER                    PIC X(91) VALUE SPACES.
004610
004620 01 TOT-LINHA-2.
004630    05 FILLER                    PIC X(32) VALUE
004640       'PEDIDOS FATURADOS.............: '.
004650    05 TOT-FATURADOS             PIC Z,ZZZ,ZZ9.
004660    05 FILLER                    PIC X(91) VALUE SPACES.
004670
004680 01 TOT-LINHA-3.
004690    05 FILLER                    PIC X(32) VALUE
004700       'PEDIDOS COM ADICIONAL.........: '.
004710    05 TOT-ADICIONAL             PIC Z,ZZZ,ZZ9.
004720    05 FILLER                    PIC X(91) VALUE SPACES.
004730
004740 01 TOT-LINHA-4.
004750    05 FILLER                    PIC X(32) VALUE
004760       'REJEITADOS (SEM COBRANCA).....: '.
004770    05 TOT-REJEITADOS            PIC Z,ZZZ,ZZ9.
004780    05 FILLER                    PIC X(91) VALUE SPACES.
004790
004800 01 TOT-LINHA-5.
004810    05 FILLER                    PIC X(32) VALUE
004820       'ADIADOS (SEM COBRANCA)........: '.
004830    05 TOT-ADIADOS               PIC Z,ZZZ,ZZ9.
004840    05 FILLER                    PIC X(91) VALUE SPACES.
004850
004860 01 TOT-LINHA-6.
004870    05 FILLER                    PIC X(32) VALUE
004880       'TERMOS FATURADOS..............: '.
004890    05 TOT-TERMOS                PIC ZZZ,ZZZ,ZZ9.
004900    05 FILLER                    PIC X(89) VALUE SPACES.
004910
004920 01 TOT-LINHA-7.
004930    05 FILLER                    PIC X(32) VALUE
004940       'RODADAS DO MES NO RUNCTL......: '.
004950    05 TOT-RODADAS               PIC Z,ZZZ,ZZ9.
004960    05 FILLER                    PIC X(91) VALUE SPACES.
004970
004980 01 TOT-LINHA-8.
004990    05 FILLER                    PIC X(32) VALUE
005000       'TOTAL DA FATURA...............: '.
005010    05 TOT-VLR-FATURA            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005020    05 FILLER                    PIC X(79) VALUE SPACES.
005030
005040 01 TOT-LINHA-9.
005050    05 FILLER                    PIC X(32) VALUE
005060       'DEBITOS NO JORNAL.............: '.
005070    05 TOT-VLR-DEBITOS           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005080    05 FILLER                    PIC X(79) VALUE SPACES.
005090
005100 01 TOT-LINHA-10.
005110    05 FILLER                    PIC X(32) VALUE
005120       'CREDITOS NO JORNAL............: '.
005130    05 TOT-VLR-CREDITOS          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005140    05 FILLER                    PIC X(79) VALUE SPACES.
005150
005160 01 TOT-LINHA-11.
005170    05 FILLER                    PIC X(32) VALUE
005180       'PENDENTE SEM CENTRO DE CUSTO..: '.
005190    05 TOT-VLR-PENDENTE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005200    05 FILLER                    PIC X(79) VALUE SPACES.
005210
005220 01 TOT-LINHA-12.
005230    05 FILLER                    PIC X(32) VALUE
005240       'SITUACAO......................: '.
005250    05 TOT-SITUACAO              PIC X(60).
005260    05 FILLER                    PIC X(40) VALUE SPACES.
005270
005280 LINKAGE SECTION.
005290 01 LK-PARM.
005300    05 LK-PARM-TAM               PIC S9(04) COMP.
005310    05 LK-PARM-MES               PIC X(06).
005320
005330 PROCEDURE DIVISION USING LK-PARM.
005340 0000-MAINLINE.
005350
005360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
005370
005380     IF NOT WRK-FATURAMENTO-RECUSADO
005390        PERFORM 3000-TARIFAR-REGISTRO THRU 3000-EXIT
005400            UNTIL WRK-FIM-LOGAUD
005410        PERFORM 4000-CONFERIR-RODADAS THRU 4000-EXIT
005420     END-IF
005430
005440     IF NOT WRK-FATURAMENTO-RECUSADO
005450        PERFORM 5000-IMPRIMIR-FATURA THRU 5000-EXIT
005460        PERFORM 6000-GRAVAR-JORNAL THRU 6000-EXIT
005470        PERFORM 6500-CONFERIR-BALANCO THRU 6500-EXIT
005480     END-IF
005490
005500     IF NOT WRK-FATURAMENTO-RECUSADO
005510        AND NOT WRK-JORNAL-RETIDO
005520        PERFORM 8500-GRAVAR-CONTROLE THRU 8500-EXIT
005530     END-IF
005540
005550     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
005560
005570     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
005580
005590******************************************************************
005600* 1000-INICIALIZAR - INTERPRETA O PARM (MES AAAAMM; SEM PARM, O  *
005610*                    MES ANTERIOR AO CORRENTE), RECUSA MES NAO   *
005620*                    ENCERRADO, ABRE OS ARQUIVOS, RECUSA MES JA  *
005630*                    FATURADO, CARREGA A TABELA DE TARIFAS E     *
005640*                    FAZ A LEITURA INICIAL DO LOGAUD. O JORNAL   *
005650*                    SO E ABERTO (E ESVAZIADO) QUANDO O MES PODE *
005660*                    SER FATURADO, PARA NAO PERDER O JORNAL DE   *
005670*                    UM FATURAMENTO ANTERIOR AINDA NAO LIBERADO. *
005680******************************************************************
005690 1000-INICIALIZAR.
005700
005710     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
005720     ACCEPT WRK-HORA-EMISSAO FROM TIME
005730     MOVE WRK-DATA-EMISSAO(1:6) TO WRK-MES-CORRENTE
005740
005750     IF LK-PARM-TAM = 6
005760        AND LK-PARM-MES IS NUMERIC
005770        MOVE LK-PARM-MES TO WRK-MES-FATURA
005780     ELSE
005790        IF WRK-EMI-MES = 1
005800           COMPUTE WRK-FAT-ANO = WRK-EMI-ANO - 1
005810           MOVE 12 TO WRK-FAT-MES
005820        ELSE
005830           MOVE WRK-EMI-ANO TO WRK-FAT-ANO
005840           COMPUTE WRK-FAT-MES = WRK-EMI-MES - 1
005850        END-IF
005860     END-IF
005870     DISPLAY 'SOLFAT - FATURAMENTO DO MES ' WRK-MES-FATURA
005880
005890     OPEN OUTPUT RELFAT
005900     IF WRK-FS-RELFAT NOT = '00'
005910        DISPLAY 'SOLFAT - ERRO AO ABRIR RELFAT - FS='
005920                WRK-FS-RELFAT
005930        MOVE 16 TO WRK-RETORNO
005940        PERFORM 9999-ENCERRAR THRU 9999-EXIT
005950     END-IF
005960
005970     IF WRK-FAT-MES < 1 OR WRK-FAT-MES > 12
005980        OR WRK-MES-FATURA NOT < WRK-MES-CORRENTE
005990        MOVE 'RECUSADO - MES INVALIDO OU AINDA NAO ENCERRADO'
006000                          TO WRK-MSG-SITUACAO
006010        PERFORM 1900-RECUSAR THRU 1900-EXIT
006020        GO TO 1000-EXIT
006030     END-IF
006040
006050     OPEN INPUT LOGAUD
006060     IF WRK-FS-LOGAUD NOT = '00'
006070        DISPLAY 'SOLFAT - ERRO AO ABRIR LOGAUD - FS='
006080                WRK-FS-LOGAUD
006090        MOVE 16 TO WRK-RETORNO
006100     END-IF
006110     OPEN INPUT RUNCTL
006120     IF WRK-FS-RUNCTL NOT = '00'
006130        DISPLAY 'SOLFAT - ERRO AO ABRIR RUNCTL - FS='
006140                WRK-FS-RUNCTL
006150        MOVE 16 TO WRK-RETORNO
006160     END-IF
006170     OPEN INPUT TARIFA
006180     IF WRK-FS-TARIFA NOT = '00'
006190        DISPLAY 'SOLFAT - ERRO AO ABRIR TARIFA - FS='
006200                WRK-FS-TARIFA
006210        MOVE 16 TO WRK-RETORNO
006220     END-IF
006230     OPEN INPUT CADSOL
006240     IF WRK-FS-CADSOL NOT = '00'
006250        DISPLAY 'SOLFAT - ERRO AO ABRIR CADSOL - FS='
006260                WRK-FS-CADSOL
006270        MOVE 16 TO WRK-RETORNO
006280     END-IF
006290     IF WRK-RETORNO = 16
006300        MOVE 'RECUSADO - ERRO DE ABERTURA DE ARQUIVO'
006310                          TO WRK-MSG-SITUACAO
006320        PERFORM 1900-RECUSAR THRU 1900-EXIT
006330        GO TO 1000-EXIT
006340     END-IF
006350
006360     PERFORM 1100-VERIFICAR-FATCTL THRU 1100-EXIT
006370     IF WRK-FATURAMENTO-RECUSADO
006380        GO TO 1000-EXIT
006390     END-IF
006400
006410     PERFORM 1200-CARREGAR-TARIFA THRU 1200-EXIT
006420     IF WRK-FATURAMENTO-RECUSADO
006430        GO TO 1000-EXIT
006440     END-IF
006450
006460     OPEN OUTPUT JORNAL
006470     IF WRK-FS-JORNAL NOT = '00'
006480        DISPLAY 'SOLFAT - ERRO AO ABRIR JORNAL - FS='
006490                WRK-FS-JORNAL
006500        MOVE 16 TO WRK-RETORNO
006510        MOVE 'RECUSADO - ERRO DE ABERTURA DE ARQUIVO'
006520                          TO WRK-MSG-SITUACAO
006530        PERFORM 1900-RECUSAR THRU 1900-EXIT
006540        GO TO 1000-EXIT
006550     END-IF
006560     MOVE 'S' TO WRK-SW-JORNAL-ABERTO
006570
006580     PERFORM 2000-LER-LOGAUD THRU 2000-EXIT.
006590 1000-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 1100-VERIFICAR-FATCTL - PROCURA O MES NO CONTROLE DE           *
006640*                         FATURAMENTO; MES JA FATURADO E         *
006650*                         RECUSADO. SEM CONTROLE (PRIMEIRO       *
006660*                         FATURAMENTO), NENHUM MES CONSTA.       *
006670******************************************************************
006680 1100-VERIFICAR-FATCTL.
006690
006700     OPEN INPUT FATCTL
006710     IF WRK-FS-FATCTL = '35'
006720        GO TO 1100-EXIT
006730     END-IF
006740     IF WRK-FS-FATCTL NOT = '00'
006750        DISPLAY 'SOLFAT - ERRO AO ABRIR FATCTL - FS='
006760                WRK-FS-FATCTL
006770        MOVE 16 TO WRK-RETORNO
006780        MOVE 'RECUSADO - ERRO DE ABERTURA DE ARQUIVO'
006790                          TO WRK-MSG-SITUACAO
006800        PERFORM 1900-RECUSAR THRU 1900-EXIT
006810        GO TO 1100-EXIT
006820     END-IF
006830
006840     PERFORM 1110-LER-FATCTL THRU 1110-EXIT
006850         UNTIL WRK-FIM-FATCTL
006860     CLOSE FATCTL.
006870 1100-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 1110-LER-FATCTL - LE UM REGISTRO DO CONTROLE DE FATURAMENTO E  *
006920*                   RECUSA O MES SE ELE JA CONSTA.               *
006930******************************************************************
006940 1110-LER-FATCTL.
006950
006960     READ FATCTL
006970         AT END
006980            MOVE 'S' TO WRK-SW-FIM-FATCTL
006990            GO TO 1110-EXIT
007000     END-READ
007010
007020     IF REG-FTC-MES = WRK-MES-FATURA
007030        DISPLAY 'SOLFAT - MES ' WRK-MES-FATURA
007040                ' JA FATURADO EM ' REG-FTC-DATA
007050        MOVE 'RECUSADO - MES JA FATURADO (CONTROLE FATCTL)'
007060                          TO WRK-MSG-SITUACAO
007070        PERFORM 1900-RECUSAR THRU 1900-EXIT
007080        MOVE 'S' TO WRK-SW-FIM-FATCTL
007090     END-IF.
007100 1110-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 1200-CARREGAR-TARIFA - LE A TABELA DE TARIFAS: DOS REGISTROS   *
007150*                        'T' FICA O DE MAIOR VIGENCIA (AAAAMM)   *
007160*                        NAO POSTERIOR AO MES FATURADO; OS       *
007170*                        REGISTROS 'D' FORMAM A TABELA DE        *
007180*                        DEPARTAMENTOS E CENTROS DE CUSTO. SEM   *
007190*                        TARIFA VIGENTE, O FATURAMENTO E         *
007200*                        RECUSADO.                               *
007210******************************************************************
007220 1200-CARREGAR-TARIFA.
007230
007240     PERFORM 1210-LER-TARIFA THRU 1210-EXIT
007250     PERFORM 1220-CARREGAR-REGISTRO THRU 1220-EXIT
007260         UNTIL WRK-FIM-TARIFA
007270
007280     IF WRK-TAR-VIGENCIA = ZEROS
007290        MOVE 'RECUSADO - SEM TARIFA VIGENTE PARA O MES'
007300                          TO WRK-MSG-SITUACAO
007310        PERFORM 1900-RECUSAR THRU 1900-EXIT
007320        GO TO 1200-EXIT
007330     END-IF
007340
007350     DISPLAY 'SOLFAT - TARIFA VIGENTE DESDE ' WRK-TAR-VIGENCIA
007360             ' - DEPARTAMENTOS ' WRK-QTDE-DEPTOS.
007370 1200-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 1210-LER-TARIFA - LE O PROXIMO REGISTRO DA TABELA DE TARIFAS.  *
007420******************************************************************
007430 1210-LER-TARIFA.
007440
007450     READ TARIFA
007460         AT END
007470            MOVE 'S' TO WRK-SW-FIM-TARIFA
007480     END-READ.
007490 1210-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530* 1220-CARREGAR-REGISTRO - TRATA UM REGISTRO DA TABELA DE        *
007540*                          TARIFAS. REGISTRO INVALIDO E          *
007550*                          IGNORADO COM AVISO (RETURN-CODE 4).   *
007560******************************************************************
007570 1220-CARREGAR-REGISTRO.
007580
007590     EVALUATE TRUE
007600        WHEN REG-TAR-REG-TARIFA
007610           IF REG-TAR-VIGENCIA IS NOT NUMERIC
007620              OR REG-TAR-VALOR-PEDIDO IS NOT NUMERIC
007630              OR REG-TAR-VALOR-TERMO IS NOT NUMERIC
007640              OR REG-TAR-PCT-ADICIONAL IS NOT NUMERIC
007650              OR REG-TAR-CC-CPD = SPACES
007660              OR REG-TAR-CONTA-DEBITO = SPACES
007670              OR REG-TAR-CONTA-CREDITO = SPACES
007680              PERFORM 1290-TARIFA-INVALIDA THRU 1290-EXIT
007690           ELSE
007700              IF REG-TAR-VIGENCIA NOT > WRK-MES-FATURA
007710                 AND REG-TAR-VIGENCIA > WRK-TAR-VIGENCIA
007720                 MOVE REG-TAR-VIGENCIA   TO WRK-TAR-VIGENCIA
007730                 MOVE REG-TAR-VALOR-PEDIDO
007740                                         TO WRK-TAR-VALOR-PEDIDO
007750                 MOVE REG-TAR-VALOR-TERMO
007760                                         TO WRK-TAR-VALOR-TERMO
007770                 MOVE REG-TAR-PCT-ADICIONAL
007780                                         TO WRK-TAR-PCT-ADICIONAL
007790                 MOVE REG-TAR-CC-CPD     TO WRK-TAR-CC-CPD
007800                 MOVE REG-TAR-CONTA-DEBITO
007810                                         TO WRK-TAR-CONTA-DEBITO
007820                 MOVE REG-TAR-CONTA-CREDITO
007830                                         TO WRK-TAR-CONTA-CREDITO
007840              END-IF
007850           END-IF
007860        WHEN REG-TAR-REG-DEPTO
007870           IF REG-TAR-DEPARTAMENTO = SPACES
007880              OR REG-TAR-CENTRO-CUSTO = SPACES
007890              PERFORM 1290-TARIFA-INVALIDA THRU 1290-EXIT
007900           ELSE
007910              PERFORM 1230-INCLUIR-DEPARTAMENTO THRU 1230-EXIT
007920           END-IF
007930        WHEN OTHER
007940           PERFORM 1290-TARIFA-INVALIDA THRU 1290-EXIT
007950     END-EVALUATE
007960
007970     PERFORM 1210-LER-TARIFA THRU 1210-EXIT.
007980 1220-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 1230-INCLUIR-DEPARTAMENTO - INCLUI O DEPARTAMENTO DO REGISTRO  *
008030*                             'D' NA TABELA. DEPARTAMENTO        *
008040*                             REPETIDO FICA COM O PRIMEIRO       *
008050*                             CENTRO DE CUSTO, COM AVISO.        *
008060******************************************************************
008070 1230-INCLUIR-DEPARTAMENTO.
008080
008090     MOVE REG-TAR-DEPARTAMENTO TO WRK-DEP-PROCURADO
008100     PERFORM 3260-LOCALIZAR-DEPARTAMENTO THRU 3260-EXIT
008110     IF WRK-IND-DEP > ZEROS
008120        PERFORM 1290-TARIFA-INVALIDA THRU 1290-EXIT
008130        GO TO 1230-EXIT
008140     END-IF
008150
008160     IF WRK-QTDE-DEPTOS NOT < WRK-MAX-DEPTOS
008170        DISPLAY 'SOLFAT - AVISO - TABELA DE DEPARTAMENTOS CHEIA'
008180        PERFORM 1290-TARIFA-INVALIDA THRU 1290-EXIT
008190        GO TO 1230-EXIT
008200     END-IF
008210
008220     ADD 1 TO WRK-QTDE-DEPTOS
008230     MOVE REG-TAR-DEPARTAMENTO
008240                       TO TAB-DEP-DEPARTAMENTO (WRK-QTDE-DEPTOS)
008250     MOVE REG-TAR-CENTRO-CUSTO
008260                       TO TAB-DEP-CENTRO-CUSTO (WRK-QTDE-DEPTOS)
008270     MOVE ZEROS        TO TAB-DEP-QTDE-ITENS (WRK-QTDE-DEPTOS)
008280     MOVE ZEROS        TO TAB-DEP-VLR-TOTAL (WRK-QTDE-DEPTOS).
008290 1230-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 1290-TARIFA-INVALIDA - APONTA REGISTRO INVALIDO OU REPETIDO NA *
008340*                        TABELA DE TARIFAS (RETURN-CODE 4).      *
008350******************************************************************
008360 1290-TARIFA-INVALIDA.
008370
008380     DISPLAY 'SOLFAT - AVISO - REGISTRO DE TARIFA IGNORADO: '
008390             REG-TARIFA
008400     ADD 1 TO WRK-QTDE-TARIFA-INVALIDA
008410     IF WRK-RETORNO < 4
008420        MOVE 4 TO WRK-RETORNO
008430     END-IF.
008440 1290-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480* 1900-RECUSAR - RECUSA O FATURAMENTO DO MES: NADA E TARIFADO,   *
008490*                O JORNAL SAI VAZIO E NAO E LIBERADO E O MES NAO *
008500*                E ANOTADO NO CONTROLE (RETURN-CODE 8, OU 16 SE  *
008510*                JA HOUVE ERRO DE ABERTURA).                     *
008520******************************************************************
008530 1900-RECUSAR.
008540
008550     MOVE 'S' TO WRK-SW-RECUSADO
008560     MOVE 'S' TO WRK-SW-FIM-LOGAUD
008570     DISPLAY 'SOLFAT - FATURAMENTO ' WRK-MSG-SITUACAO
008580     IF WRK-RETORNO < 8
008590        MOVE 8 TO WRK-RETORNO
008600     END-IF.
008610 1900-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 2000-LER-LOGAUD - LE O PROXIMO REGISTRO DE AUDITORIA.          *
008660******************************************************************
008670 2000-LER-LOGAUD.
008680
008690     READ LOGAUD
008700         AT END
008710            MOVE 'S' TO WRK-SW-FIM-LOGAUD
008720         NOT AT END
008730            ADD 1 TO WRK-QTDE-LIDOS
008740     END-READ.
008750 2000-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 3000-TARIFAR-REGISTRO - TRATA UM REGISTRO DO LOGAUD DO MES:    *
008800*                         ANOTA A RODADA PARA A CONFERENCIA COM  *
008810*                         O RUNCTL, DESCARTA SEM COBRANCA O      *
008820*                         PEDIDO ADIADO (SERA COBRADO QUANDO A   *
008830*                         RODADA PESADA O GERAR) E O REJEITADO   *
008840*                         (QUANTIDADE GERADA ZERO) E TARIFA O    *
008850*                         PEDIDO GERADO NO ITEM SOLICITANTE +    *
008860*                         REFERENCIA.                            *
008870******************************************************************
008880 3000-TARIFAR-REGISTRO.
008890
008900     IF REG-LOG-DATA(1:6) NOT = WRK-MES-FATURA
008910        ADD 1 TO WRK-QTDE-FORA-MES
008920        GO TO 3000-LER
008930     END-IF
008940
008950     ADD 1 TO WRK-QTDE-DO-MES
008960     PERFORM 3100-ANOTAR-RODADA THRU 3100-EXIT
008970
008980     IF REG-LOG-PED-ADIADO
008990        ADD 1 TO WRK-QTDE-ADIADOS
009000        GO TO 3000-LER
009010     END-IF
009020     IF REG-LOG-QTDE-GERADA IS NOT NUMERIC
009030        OR REG-LOG-QTDE-GERADA = ZEROS
009040        ADD 1 TO WRK-QTDE-REJEITADOS
009050        GO TO 3000-LER
009060     END-IF
009070
009080     PERFORM 3200-LOCALIZAR-ITEM THRU 3200-EXIT
009090     IF WRK-IND-ITEM > ZEROS
009100        PERFORM 3300-TARIFAR-PEDIDO THRU 3300-EXIT
009110     END-IF.
009120 3000-LER.
009130     PERFORM 2000-LER-LOGAUD THRU 2000-EXIT.
009140 3000-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 3100-ANOTAR-RODADA - GUARDA NA TABELA DE RODADAS O NUMERO DA   *
009190*                      RODADA DO REGISTRO (RODADA ZERO - ANTERIOR*
009200*                      AO CONTROLE RUNNUM - NAO E CONFERIDA).    *
009210******************************************************************
009220 3100-ANOTAR-RODADA.
009230
009240     IF REG-LOG-RODADA IS NOT NUMERIC
009250        OR REG-LOG-RODADA = ZEROS
009260        GO TO 3100-EXIT
009270     END-IF
009280
009290     PERFORM 3150-COMPARAR-RODADA THRU 3150-EXIT
009300         VARYING WRK-IND-ROD FROM 1 BY 1
009310         UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
009320            OR TAB-ROD-RODADA (WRK-IND-ROD) = REG-LOG-RODADA
009330
009340     IF WRK-IND-ROD > WRK-QTDE-RODADAS
009350        IF WRK-QTDE-RODADAS < WRK-MAX-RODADAS
009360           ADD 1 TO WRK-QTDE-RODADAS
009370           MOVE REG-LOG-RODADA
009380                          TO TAB-ROD-RODADA (WRK-QTDE-RODADAS)
009390           MOVE 'N'       TO TAB-ROD-ENCERRADA (WRK-QTDE-RODADAS)
009400        ELSE
009410           DISPLAY 'SOLFAT - AVISO - TABELA DE RODADAS CHEIA - '
009420                   'RODADA ' REG-LOG-RODADA ' NAO CONFERIDA'
009430           IF WRK-RETORNO < 4
009440              MOVE 4 TO WRK-RETORNO
009450           END-IF
009460        END-IF
009470     END-IF.
009480 3100-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520* 3150-COMPARAR-RODADA - CORPO DA VARREDURA DA TABELA DE         *
009530*                        RODADAS; A COMPARACAO E FEITA NO PROPRIO*
009540*                        UNTIL DO PERFORM.                       *
009550******************************************************************
009560 3150-COMPARAR-RODADA.
009570
009580     CONTINUE.
009590 3150-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630* 3200-LOCALIZAR-ITEM - PROCURA (OU ABRE) NA TABELA O ITEM DE    *
009640*                       FATURA DO SOLICITANTE + REFERENCIA. O    *
009650*                       ITEM NOVO RECEBE O DEPARTAMENTO DO       *
009660*                       CADSOL. TABELA CHEIA RETEM O JORNAL,     *
009670*                       POIS A FATURA FICARIA INCOMPLETA.        *
009680******************************************************************
009690 3200-LOCALIZAR-ITEM.
009700
009710     PERFORM 3210-COMPARAR-ITEM THRU 3210-EXIT
009720         VARYING WRK-IND-ITEM FROM 1 BY 1
009730         UNTIL WRK-IND-ITEM > WRK-QTDE-ITENS
009740            OR (TAB-ITM-SOLICITANTE (WRK-IND-ITEM)
009750                                    = REG-LOG-SOLICITANTE
009760                AND TAB-ITM-REFERENCIA (WRK-IND-ITEM)
009770                                    = REG-LOG-REFERENCIA)
009780
009790     IF WRK-IND-ITEM NOT > WRK-QTDE-ITENS
009800        GO TO 3200-EXIT
009810     END-IF
009820
009830     IF WRK-QTDE-ITENS NOT < WRK-MAX-ITENS
009840        DISPLAY 'SOLFAT - TABELA DE ITENS CHEIA - SOLICITANTE '
009850                REG-LOG-SOLICITANTE ' REFERENCIA '
009860                REG-LOG-REFERENCIA ' FORA DA FATURA'
009870        MOVE 'S' TO WRK-SW-RETIDO
009880        IF WRK-RETORNO < 8
009890           MOVE 8 TO WRK-RETORNO
009900        END-IF
009910        MOVE ZEROS TO WRK-IND-ITEM
009920        GO TO 3200-EXIT
009930     END-IF
009940
009950     ADD 1 TO WRK-QTDE-ITENS
009960     MOVE WRK-QTDE-ITENS TO WRK-IND-ITEM
009970     MOVE REG-LOG-SOLICITANTE
009980                           TO TAB-ITM-SOLICITANTE (WRK-IND-ITEM)
009990     MOVE REG-LOG-REFERENCIA
010000                           TO TAB-ITM-REFERENCIA (WRK-IND-ITEM)
010010     MOVE ZEROS TO TAB-ITM-QTDE-PEDIDOS (WRK-IND-ITEM)
010020     MOVE ZEROS TO TAB-ITM-QTDE-TERMOS (WRK-IND-ITEM)
010030     MOVE ZEROS TO TAB-ITM-QTDE-ADICIONAL (WRK-IND-ITEM)
010040     MOVE ZEROS TO TAB-ITM-VLR-BASE (WRK-IND-ITEM)
010050     MOVE ZEROS TO TAB-ITM-VLR-TERMOS (WRK-IND-ITEM)
010060     MOVE ZEROS TO TAB-ITM-VLR-ADICIONAL (WRK-IND-ITEM)
010070     MOVE ZEROS TO TAB-ITM-VLR-TOTAL (WRK-IND-ITEM)
010080     PERFORM 3250-DEPARTAMENTO-ITEM THRU 3250-EXIT.
010090 3200-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130* 3210-COMPARAR-ITEM - CORPO DA VARREDURA DA TABELA DE ITENS; A  *
010140*                      COMPARACAO E FEITA NO PROPRIO UNTIL DO    *
010150*                      PERFORM.                                  *
010160******************************************************************
010170 3210-COMPARAR-ITEM.
010180
010190     CONTINUE.
010200 3210-EXIT.
010210     EXIT.
010220
010230******************************************************************
010240* 3250-DEPARTAMENTO-ITEM - LIGA O ITEM NOVO AO DEPARTAMENTO DO   *
010250*                          SOLICITANTE NO CADSOL (MESMO INATIVO, *
010260*                          O USO DO MES E COBRADO). SOLICITANTE  *
010270*                          FORA DO CADSOL OU DEPARTAMENTO SEM    *
010280*                          CENTRO DE CUSTO NA TARIFA DEIXA O     *
010290*                          ITEM PENDENTE E RETEM O JORNAL.       *
010300******************************************************************
010310 3250-DEPARTAMENTO-ITEM.
010320
010330     MOVE ZEROS TO TAB-ITM-IND-DEP (WRK-IND-ITEM)
010340     MOVE REG-LOG-SOLICITANTE TO REG-CSL-SOLICITANTE
010350     READ CADSOL
010360         INVALID KEY
010370            MOVE SPACES TO WRK-DEP-PROCURADO
010380         NOT INVALID KEY
010390            MOVE REG-CSL-DEPARTAMENTO TO WRK-DEP-PROCURADO
010400     END-READ
010410
010420     IF WRK-DEP-PROCURADO = SPACES
010430        MOVE ZEROS TO WRK-IND-DEP
010440     ELSE
010450        PERFORM 3260-LOCALIZAR-DEPARTAMENTO THRU 3260-EXIT
010460     END-IF
010470
010480     IF WRK-IND-DEP = ZEROS
010490        DISPLAY 'SOLFAT - SOLICITANTE ' REG-LOG-SOLICITANTE
010500                ' DEPARTAMENTO "' WRK-DEP-PROCURADO
010510                '" SEM CENTRO DE CUSTO - JORNAL RETIDO'
010520        ADD 1 TO WRK-QTDE-PENDENTES
010530        MOVE 'S' TO WRK-SW-RETIDO
010540        IF WRK-RETORNO < 8
010550           MOVE 8 TO WRK-RETORNO
010560        END-IF
010570     ELSE
010580        MOVE WRK-IND-DEP TO TAB-ITM-IND-DEP (WRK-IND-ITEM)
010590        ADD 1 TO TAB-DEP-QTDE-ITENS (WRK-IND-DEP)
010600     END-IF.
010610 3250-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650* 3260-LOCALIZAR-DEPARTAMENTO - PROCURA WRK-DEP-PROCURADO NA     *
010660*                               TABELA DE DEPARTAMENTOS; DEVOLVE *
010670*                               O INDICE EM WRK-IND-DEP (ZERO SE *
010680*                               NAO ENCONTRADO).                 *
010690******************************************************************
010700 3260-LOCALIZAR-DEPARTAMENTO.
010710
010720     PERFORM 3270-COMPARAR-DEPARTAMENTO THRU 3270-EXIT
010730         VARYING WRK-IND-DEP FROM 1 BY 1
010740         UNTIL WRK-IND-DEP > WRK-QTDE-DEPTOS
010750            OR TAB-DEP-DEPARTAMENTO (WRK-IND-DEP)
010760                                    = WRK-DEP-PROCURADO
010770
010780     IF WRK-IND-DEP > WRK-QTDE-DEPTOS
010790        MOVE ZEROS TO WRK-IND-DEP
010800     END-IF.
010810 3260-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850* 3270-COMPARAR-DEPARTAMENTO - CORPO DA VARREDURA DA TABELA DE   *
010860*                              DEPARTAMENTOS; A COMPARACAO E     *
010870*                              FEITA NO PROPRIO UNTIL DO PERFORM.*
010880******************************************************************
010890 3270-COMPARAR-DEPARTAMENTO.
010900
010910     CONTINUE.
010920 3270-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960* 3300-TARIFAR-PEDIDO - CALCULA O VALOR DO PEDIDO: VALOR FIXO +  *
010970*                       TERMOS GERADOS X VALOR POR TERMO, MAIS O *
010980*                       PERCENTUAL DE ADICIONAL QUANDO O PEDIDO  *
010990*                       E DE CLASSE PESADA OU FOI PROCESSADO NA  *
011000*                       RODADA DE FIM DE SEMANA (UMA SO VEZ,     *
011010*                       MESMO SE AMBOS). ACUMULA NO ITEM E NO    *
011020*                       DEPARTAMENTO, BASE DO DEBITO NO JORNAL.  *
011030******************************************************************
011040 3300-TARIFAR-PEDIDO.
011050
011060     MOVE WRK-TAR-VALOR-PEDIDO TO WRK-VLR-BASE
011070     COMPUTE WRK-VLR-TERMOS ROUNDED =
011080             REG-LOG-QTDE-GERADA * WRK-TAR-VALOR-TERMO
011090     MOVE ZEROS TO WRK-VLR-ADICIONAL
011100     IF REG-LOG-CLASSE-PESADA
011110        OR REG-LOG-RODADA-PESADA
011120        COMPUTE WRK-VLR-ADICIONAL ROUNDED =
011130                (WRK-VLR-BASE + WRK-VLR-TERMOS)
011140                * WRK-TAR-PCT-ADICIONAL / 100
011150        ADD 1 TO TAB-ITM-QTDE-ADICIONAL (WRK-IND-ITEM)
011160        ADD 1 TO WRK-QTDE-ADICIONAL
011170     END-IF
011180     COMPUTE WRK-VLR-PEDIDO = WRK-VLR-BASE + WRK-VLR-TERMOS
011190                            + WRK-VLR-ADICIONAL
011200
011210     ADD 1 TO TAB-ITM-QTDE-PEDIDOS (WRK-IND-ITEM)
011220     ADD REG-LOG-QTDE-GERADA TO TAB-ITM-QTDE-TERMOS (WRK-IND-ITEM)
011230     ADD WRK-VLR-BASE        TO TAB-ITM-VLR-BASE (WRK-IND-ITEM)
011240     ADD WRK-VLR-TERMOS      TO TAB-ITM-VLR-TERMOS (WRK-IND-ITEM)
011250     ADD WRK-VLR-ADICIONAL
011260                           TO TAB-ITM-VLR-ADICIONAL (WRK-IND-ITEM)
011270     ADD WRK-VLR-PEDIDO      TO TAB-ITM-VLR-TOTAL (WRK-IND-ITEM)
011280     IF TAB-ITM-IND-DEP (WRK-IND-ITEM) > ZEROS
011290        MOVE TAB-ITM-IND-DEP (WRK-IND-ITEM) TO WRK-IND-DEP
011300        ADD WRK-VLR-PEDIDO TO TAB-DEP-VLR-TOTAL (WRK-IND-DEP)
011310     END-IF
011320
011330     ADD 1                   TO WRK-QTDE-FATURADOS
011340     ADD REG-LOG-QTDE-GERADA TO WRK-QTDE-TERMOS.
011350 3300-EXIT.
011360     EXIT.
011370
011380******************************************************************
011390* 4000-CONFERIR-RODADAS - PERCORRE O RUNCTL MARCANDO AS RODADAS  *
011400*                         DO MES QUE TEM REGISTRO 'R' (RODADA    *
011410*                         ENCERRADA). RODADA DO LOGAUD SEM 'R'   *
011420*                         (INTERROMPIDA, AINDA A RETOMAR POR     *
011430*                         CHECKPOINT) DEIXA O MES EM ABERTO E    *
011440*                         RECUSA O FATURAMENTO.                  *
011450******************************************************************
011460 4000-CONFERIR-RODADAS.
011470
011480     PERFORM 4100-LER-RUNCTL THRU 4100-EXIT
011490     PERFORM 4200-MARCAR-RODADA THRU 4200-EXIT
011500         UNTIL WRK-FIM-RUNCTL
011510
011520     PERFORM 4300-VERIFICAR-RODADA THRU 4300-EXIT
011530         VARYING WRK-IND-ROD FROM 1 BY 1
011540         UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
011550
011560     IF WRK-QTDE-RODADAS-ABERTAS > ZEROS
011570        MOVE 'RECUSADO - RODADA DO MES SEM ENCERRAMENTO NO RUNCTL'
011580                          TO WRK-MSG-SITUACAO
011590        PERFORM 1900-RECUSAR THRU 1900-EXIT
011600     END-IF.
011610 4000-EXIT.
011620     EXIT.
011630
011640******************************************************************
011650* 4100-LER-RUNCTL - LE O PROXIMO REGISTRO DO CONTROLE DE RODADAS.*
011660******************************************************************
011670 4100-LER-RUNCTL.
011680
011690     READ RUNCTL
011700         AT END
011710            MOVE 'S' TO WRK-SW-FIM-RUNCTL
011720     END-READ.
011730 4100-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770* 4200-MARCAR-RODADA - PARA CADA REGISTRO 'R', CONTA AS RODADAS  *
011780*                      INICIADAS NO MES E MARCA COMO ENCERRADA A *
011790*                      RODADA CORRESPONDENTE DA TABELA.          *
011800******************************************************************
011810 4200-MARCAR-RODADA.
011820
011830     IF REG-RUN-REG-RODADA
011840        IF REG-RUN-DATA(1:6) = WRK-MES-FATURA
011850           ADD 1 TO WRK-QTDE-RODADAS-MES
011860        END-IF
011870        PERFORM 3150-COMPARAR-RODADA THRU 3150-EXIT
011880            VARYING WRK-IND-ROD FROM 1 BY 1
011890            UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
011900               OR TAB-ROD-RODADA (WRK-IND-ROD) = REG-RUN-RODADA
011910        IF WRK-IND-ROD NOT > WRK-QTDE-RODADAS
011920           MOVE 'S' TO TAB-ROD-ENCERRADA (WRK-IND-ROD)
011930        END-IF
011940     END-IF
011950
011960     PERFORM 4100-LER-RUNCTL THRU 4100-EXIT.
011970 4200-EXIT.
011980     EXIT.
011990
012000******************************************************************
012010* 4300-VERIFICAR-RODADA - APONTA A RODADA SEM REGISTRO 'R'.      *
012020******************************************************************
012030 4300-VERIFICAR-RODADA.
012040
012050     IF TAB-ROD-ENCERRADA (WRK-IND-ROD) NOT = 'S'
012060        DISPLAY 'SOLFAT - RODADA ' TAB-ROD-RODADA (WRK-IND-ROD)
012070                ' SEM REGISTRO DE ENCERRAMENTO NO RUNCTL'
012080        ADD 1 TO WRK-QTDE-RODADAS-ABERTAS
012090     END-IF.
012100 4300-EXIT.
012110     EXIT.
012120
012130******************************************************************
012140* 5000-IMPRIMIR-FATURA - IMPRIME A FATURA DE CADA DEPARTAMENTO,  *
012150*                        NA ORDEM DA TABELA DE TARIFAS, E POR    *
012160*                        ULTIMO OS ITENS PENDENTES (SEM CENTRO   *
012170*                        DE CUSTO), QUE FICAM FORA DO TOTAL DA   *
012180*                        FATURA.                                 *
012190******************************************************************
012200 5000-IMPRIMIR-FATURA.
012210
012220     PERFORM 5100-IMPRIMIR-DEPARTAMENTO THRU 5100-EXIT
012230         VARYING WRK-IND-DEP FROM 1 BY 1
012240         UNTIL WRK-IND-DEP > WRK-QTDE-DEPTOS
012250
012260     IF WRK-QTDE-PENDENTES > ZEROS
012270        MOVE ZEROS TO WRK-IND-DEP
012280        MOVE 'ITENS PENDENTES - SOLICITANTE SEM CENTRO DE CUSTO'
012290                          TO CAB-GRUPO
012300        PERFORM 5150-IMPRIMIR-GRUPO THRU 5150-EXIT
012310     END-IF.
012320 5000-EXIT.
012330     EXIT.
012340
012350******************************************************************
012360* 5100-IMPRIMIR-DEPARTAMENTO - MONTA O CABECALHO DO DEPARTAMENTO *
012370*                              E IMPRIME A FATURA DELE (SO OS    *
012380*                              DEPARTAMENTOS COM USO NO MES).    *
012390******************************************************************
012400 5100-IMPRIMIR-DEPARTAMENTO.
012410
012420     IF TAB-DEP-QTDE-ITENS (WRK-IND-DEP) = ZEROS
012430        GO TO 5100-EXIT
012440     END-IF
012450
012460     MOVE TAB-DEP-DEPARTAMENTO (WRK-IND-DEP) TO CAB-DEPARTAMENTO
012470     MOVE TAB-DEP-CENTRO-CUSTO (WRK-IND-DEP) TO CAB-CENTRO-CUSTO
012480     MOVE CAB-GRUPO-DEPTO TO CAB-GRUPO
012490     PERFORM 5150-IMPRIMIR-GRUPO THRU 5150-EXIT.
012500 5100-EXIT.
012510     EXIT.
012520
012530******************************************************************
012540* 5150-IMPRIMIR-GRUPO - IMPRIME, EM PAGINA PROPRIA, OS ITENS DO  *
012550*                       GRUPO WRK-IND-DEP (ZERO = PENDENTES) E A *
012560*                       LINHA DE TOTAL DO GRUPO.                 *
012570******************************************************************
012580 5150-IMPRIMIR-GRUPO.
012590
012600     MOVE ZEROS TO WRK-SUB-PEDIDOS
012610     MOVE ZEROS TO WRK-SUB-TERMOS
012620     MOVE ZEROS TO WRK-SUB-ADICIONAL
012630     MOVE ZEROS TO WRK-SUB-VLR-BASE
012640     MOVE ZEROS TO WRK-SUB-VLR-TERMOS
012650     MOVE ZEROS TO WRK-SUB-VLR-ADICIONAL
012660     MOVE ZEROS TO WRK-SUB-VLR-TOTAL
012670     MOVE 99    TO WRK-LIN-CONTADOR
012680
012690     PERFORM 5200-IMPRIMIR-ITEM THRU 5200-EXIT
012700         VARYING WRK-IND-ITEM FROM 1 BY 1
012710         UNTIL WRK-IND-ITEM > WRK-QTDE-ITENS
012720
012730     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
012740        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
012750     END-IF
012760     MOVE SPACES TO REG-RELFAT
012770     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012780     MOVE SPACES                TO DET-LINHA
012790     IF WRK-IND-DEP = ZEROS
012800        MOVE 'TOTAL PENDENTE'   TO DET-LINHA(1:24)
012810        ADD WRK-SUB-VLR-TOTAL   TO WRK-TOT-PENDENTE
012820     ELSE
012830        MOVE 'TOTAL DO DEPTO'   TO DET-LINHA(1:24)
012840        ADD WRK-SUB-VLR-TOTAL   TO WRK-TOT-FATURA
012850     END-IF
012860     MOVE WRK-SUB-PEDIDOS       TO DET-PEDIDOS
012870     MOVE WRK-SUB-TERMOS        TO DET-TERMOS
012880     MOVE WRK-SUB-ADICIONAL     TO DET-ADICIONAL
012890     MOVE WRK-SUB-VLR-BASE      TO DET-VLR-BASE
012900     MOVE WRK-SUB-VLR-TERMOS    TO DET-VLR-TERMOS
012910     MOVE WRK-SUB-VLR-ADICIONAL TO DET-VLR-ADICIONAL
012920     MOVE WRK-SUB-VLR-TOTAL     TO DET-VLR-TOTAL
012930     MOVE DET-LINHA TO REG-RELFAT
012940     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
012950 5150-EXIT.
012960     EXIT.
012970
012980******************************************************************
012990* 5200-IMPRIMIR-ITEM - IMPRIME O ITEM SE ELE PERTENCE AO GRUPO   *
013000*                      CORRENTE E ACUMULA O TOTAL DO GRUPO.      *
013010******************************************************************
013020 5200-IMPRIMIR-ITEM.
013030
013040     IF TAB-ITM-IND-DEP (WRK-IND-ITEM) NOT = WRK-IND-DEP
013050        GO TO 5200-EXIT
013060     END-IF
013070
013080     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
013090        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
013100     END-IF
013110
013120     MOVE SPACES TO DET-LINHA
013130     MOVE TAB-ITM-SOLICITANTE (WRK-IND-ITEM)    TO DET-SOLICITANTE
013140     MOVE TAB-ITM-REFERENCIA (WRK-IND-ITEM)     TO DET-REFERENCIA
013150     MOVE TAB-ITM-QTDE-PEDIDOS (WRK-IND-ITEM)   TO DET-PEDIDOS
013160     MOVE TAB-ITM-QTDE-TERMOS (WRK-IND-ITEM)    TO DET-TERMOS
013170     MOVE TAB-ITM-QTDE-ADICIONAL (WRK-IND-ITEM) TO DET-ADICIONAL
013180     MOVE TAB-ITM-VLR-BASE (WRK-IND-ITEM)       TO DET-VLR-BASE
013190     MOVE TAB-ITM-VLR-TERMOS (WRK-IND-ITEM)     TO DET-VLR-TERMOS
013200     MOVE TAB-ITM-VLR-ADICIONAL (WRK-IND-ITEM)
013210                                   TO DET-VLR-ADICIONAL
013220     MOVE TAB-ITM-VLR-TOTAL (WRK-IND-ITEM)      TO DET-VLR-TOTAL
013230     MOVE DET-LINHA TO REG-RELFAT
013240     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
013250
013260     ADD TAB-ITM-QTDE-PEDIDOS (WRK-IND-ITEM)   TO WRK-SUB-PEDIDOS
013270     ADD TAB-ITM-QTDE-TERMOS (WRK-IND-ITEM)    TO WRK-SUB-TERMOS
013280     ADD TAB-ITM-QTDE-ADICIONAL (WRK-IND-ITEM)
013290                                     TO WRK-SUB-ADICIONAL
013300     ADD TAB-ITM-VLR-BASE (WRK-IND-ITEM)       TO WRK-SUB-VLR-BASE
013310     ADD TAB-ITM-VLR-TERMOS (WRK-IND-ITEM)
013320                                     TO WRK-SUB-VLR-TERMOS
013330     ADD TAB-ITM-VLR-ADICIONAL (WRK-IND-ITEM)
013340                                     TO WRK-SUB-VLR-ADICIONAL
013350     ADD TAB-ITM-VLR-TOTAL (WRK-IND-ITEM)
013360                                     TO WRK-SUB-VLR-TOTAL.
013370 5200-EXIT.
013380     EXIT.
013390
013400******************************************************************
013410* 6000-GRAVAR-JORNAL - GRAVA O JORNAL CONTABIL DO MES: CABECALHO *
013420*                      'H', UM LANCAMENTO DE DEBITO POR          *
013430*                      DEPARTAMENTO FATURADO (CENTRO DE CUSTO DO *
013440*                      DEPARTAMENTO), UM LANCAMENTO DE CREDITO   *
013450*                      NO CENTRO DE CUSTO DO CPD PELO TOTAL DA   *
013460*                      FATURA E O TRAILER 'T' COM A QUANTIDADE   *
013470*                      DE LANCAMENTOS E OS TOTAIS.               *
013480******************************************************************
013490 6000-GRAVAR-JORNAL.
013500
013510     MOVE SPACES           TO REG-JORNAL
013520     SET REG-JOR-CABECALHO TO TRUE
013530     MOVE 'FIBO'           TO REG-JOR-ORIGEM
013540     MOVE WRK-MES-FATURA   TO REG-JOR-COMPETENCIA
013550     MOVE WRK-DATA-EMISSAO TO REG-JOR-DATA-GERACAO
013560     MOVE WRK-HORA-EMISSAO TO REG-JOR-HORA-GERACAO
013570     WRITE REG-JORNAL
013580
013590     PERFORM 6100-LANCAR-DEBITO THRU 6100-EXIT
013600         VARYING WRK-IND-DEP FROM 1 BY 1
013610         UNTIL WRK-IND-DEP > WRK-QTDE-DEPTOS
013620
013630     IF WRK-TOT-FATURA > ZEROS
013640        MOVE SPACES              TO REG-JORNAL
013650        SET REG-JOR-LANCAMENTO   TO TRUE
013660        MOVE 'FIBO'              TO REG-JOR-ORIGEM
013670        MOVE WRK-MES-FATURA      TO REG-JOR-COMPETENCIA
013680        SET REG-JOR-CREDITO      TO TRUE
013690        MOVE WRK-TAR-CC-CPD      TO REG-JOR-CENTRO-CUSTO
013700        MOVE WRK-TAR-CONTA-CREDITO TO REG-JOR-CONTA
013710        MOVE WRK-TOT-FATURA      TO REG-JOR-VALOR
013720        MOVE 'FIBO - RECUPERACAO CPD'
013730                                 TO REG-JOR-HISTORICO
013740        WRITE REG-JORNAL
013750        ADD 1                    TO WRK-QTDE-LANCAMENTOS
013760        ADD REG-JOR-VALOR        TO WRK-TOT-CREDITOS
013770     END-IF
013780
013790     MOVE SPACES               TO REG-JORNAL
013800     SET REG-JOR-TRAILER       TO TRUE
013810     MOVE 'FIBO'               TO REG-JOR-ORIGEM
013820     MOVE WRK-MES-FATURA       TO REG-JOR-COMPETENCIA
013830     MOVE WRK-QTDE-LANCAMENTOS TO REG-JOR-QTDE-LANC
013840     MOVE WRK-TOT-DEBITOS      TO REG-JOR-TOT-DEBITOS
013850     MOVE WRK-TOT-CREDITOS     TO REG-JOR-TOT-CREDITOS
013860     WRITE REG-JORNAL.
013870 6000-EXIT.
013880     EXIT.
013890
013900******************************************************************
013910* 6100-LANCAR-DEBITO - GRAVA O DEBITO DO DEPARTAMENTO PELO VALOR *
013920*                      TARIFADO (ACUMULADO NA TARIFACAO, E NAO   *
013930*                      NA IMPRESSAO, PARA O BALANCO CONFERIR AS  *
013940*                      DUAS CONTAS).                             *
013950******************************************************************
013960 6100-LANCAR-DEBITO.
013970
013980     IF TAB-DEP-VLR-TOTAL (WRK-IND-DEP) = ZEROS
013990        GO TO 6100-EXIT
014000     END-IF
014010
014020     MOVE SPACES                TO REG-JORNAL
014030     SET REG-JOR-LANCAMENTO     TO TRUE
014040     MOVE 'FIBO'                TO REG-JOR-ORIGEM
014050     MOVE WRK-MES-FATURA        TO REG-JOR-COMPETENCIA
014060     SET REG-JOR-DEBITO         TO TRUE
014070     MOVE TAB-DEP-CENTRO-CUSTO (WRK-IND-DEP)
014080                                TO REG-JOR-CENTRO-CUSTO
014090     MOVE WRK-TAR-CONTA-DEBITO  TO REG-JOR-CONTA
014100     MOVE TAB-DEP-VLR-TOTAL (WRK-IND-DEP) TO REG-JOR-VALOR
014110     MOVE 'FIBO - DEPTO'        TO REG-JOR-HISTORICO
014120     MOVE TAB-DEP-DEPARTAMENTO (WRK-IND-DEP)
014130                                TO REG-JOR-HISTORICO(14:8)
014140     WRITE REG-JORNAL
014150     ADD 1                      TO WRK-QTDE-LANCAMENTOS
014160     ADD REG-JOR-VALOR          TO WRK-TOT-DEBITOS.
014170 6100-EXIT.
014180     EXIT.
014190
014200******************************************************************
014210* 6500-CONFERIR-BALANCO - O JORNAL SO E LIBERADO SE O TOTAL DA   *
014220*                         FATURA IMPRESSA BATE COM OS DEBITOS E  *
014230*                         OS DEBITOS BATEM COM OS CREDITOS. A    *
014240*                         DIVERGENCIA RETEM O JORNAL (RETURN-    *
014250*                         CODE 8; O JCL NAO O COPIA PARA O       *
014260*                         DATASET DA CONTABILIDADE).             *
014270******************************************************************
014280 6500-CONFERIR-BALANCO.
014290
014300     IF WRK-TOT-FATURA NOT = WRK-TOT-DEBITOS
014310        OR WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
014320        DISPLAY 'SOLFAT - FATURA X JORNAL FORA DE BALANCO - '
014330                'FATURA ' WRK-TOT-FATURA
014340                ' DEBITOS ' WRK-TOT-DEBITOS
014350                ' CREDITOS ' WRK-TOT-CREDITOS
014360        MOVE 'RETIDO - FATURA X JORNAL FORA DE BALANCO'
014370                          TO WRK-MSG-SITUACAO
014380        MOVE 'S' TO WRK-SW-RETIDO
014390        IF WRK-RETORNO < 8
014400           MOVE 8 TO WRK-RETORNO
014410        END-IF
014420        GO TO 6500-EXIT
014430     END-IF
014440
014450     IF WRK-JORNAL-RETIDO
014460        MOVE 'RETIDO - HA ITENS PENDENTES OU FORA DA FATURA'
014470                          TO WRK-MSG-SITUACAO
014480        GO TO 6500-EXIT
014490     END-IF
014500
014510     IF WRK-TOT-FATURA = ZEROS
014520        DISPLAY 'SOLFAT - AVISO - NADA A FATURAR NO MES'
014530        IF WRK-RETORNO < 4
014540           MOVE 4 TO WRK-RETORNO
014550        END-IF
014560     END-IF
014570     MOVE 'FATURADO - JORNAL LIBERADO' TO WRK-MSG-SITUACAO.
014580 6500-EXIT.
014590     EXIT.
014600
014610******************************************************************
014620* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
014630*                           DA FATURA COM O GRUPO CORRENTE.      *
014640******************************************************************
014650 7000-IMPRIMIR-CABECALHO.
014660
014670     ADD 1 TO WRK-PAG-CONTADOR
014680     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
014690     MOVE SPACES                TO CAB-MES
014700     MOVE WRK-MES-FATURA(1:4)   TO CAB-MES(1:4)
014710     MOVE '/'                   TO CAB-MES(5:1)
014720     MOVE WRK-MES-FATURA(5:2)   TO CAB-MES(6:2)
014730     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
014740     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
014750     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
014760
014770     MOVE CAB-LINHA-1 TO REG-RELFAT
014780     WRITE REG-RELFAT AFTER ADVANCING PAGE
014790     MOVE SPACES TO REG-RELFAT
014800     WRITE REG-RELFAT AFTER ADVANCING 1 LINE
014810     MOVE CAB-LINHA-2 TO REG-RELFAT
014820     WRITE REG-RELFAT AFTER ADVANCING 1 LINE
014830     MOVE SPACES TO REG-RELFAT
014840     WRITE REG-RELFAT AFTER ADVANCING 1 LINE
014850     MOVE 5 TO WRK-LIN-CONTADOR
014860     IF WRK-IMPRIME-COLUNAS
014870        MOVE CAB-COLUNAS TO REG-RELFAT
014880        WRITE REG-RELFAT AFTER ADVANCING 1 LINE
014890        MOVE SPACES TO REG-RELFAT
014900        WRITE REG-RELFAT AFTER ADVANCING 1 LINE
014910        MOVE 7 TO WRK-LIN-CONTADOR
014920     END-IF.
014930 7000-EXIT.
014940     EXIT.
014950
014960******************************************************************
014970* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
014980*                     CONTADOR DE LINHAS DA PAGINA.              *
014990******************************************************************
015000 7100-GRAVAR-LINHA.
015010
015020     WRITE REG-RELFAT AFTER ADVANCING 1 LINE
015030     ADD 1 TO WRK-LIN-CONTADOR.
015040 7100-EXIT.
015050     EXIT.
015060
015070******************************************************************
015080* 8000-IMPRIMIR-TOTAIS - IMPRIME, EM PAGINA PROPRIA, O RESUMO DO *
015090*                        FATURAMENTO: CONTAGENS, TOTAIS DA       *
015100*                        FATURA E DO JORNAL E A SITUACAO FINAL   *
015110*                        (LIBERADO, RETIDO OU RECUSADO).         *
015120******************************************************************
015130 8000-IMPRIMIR-TOTAIS.
015140
015150     MOVE 'RESUMO DO FATURAMENTO' TO CAB-GRUPO
015160     MOVE 'N' TO WRK-SW-COLUNAS
015170     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
015180
015190     MOVE WRK-QTDE-DO-MES      TO TOT-DO-MES
015200     MOVE TOT-LINHA-1 TO REG-RELFAT
015210     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015220     MOVE WRK-QTDE-FATURADOS   TO TOT-FATURADOS
015230     MOVE TOT-LINHA-2 TO REG-RELFAT
015240     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015250     MOVE WRK-QTDE-ADICIONAL   TO TOT-ADICIONAL
015260     MOVE TOT-LINHA-3 TO REG-RELFAT
015270     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015280     MOVE WRK-QTDE-REJEITADOS  TO TOT-REJEITADOS
015290     MOVE TOT-LINHA-4 TO REG-RELFAT
015300     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015310     MOVE WRK-QTDE-ADIADOS     TO TOT-ADIADOS
015320     MOVE TOT-LINHA-5 TO REG-RELFAT
015330     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015340     MOVE WRK-QTDE-TERMOS      TO TOT-TERMOS
015350     MOVE TOT-LINHA-6 TO REG-RELFAT
015360     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015370     MOVE WRK-QTDE-RODADAS-MES TO TOT-RODADAS
015380     MOVE TOT-LINHA-7 TO REG-RELFAT
015390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015400
015410     MOVE SPACES TO REG-RELFAT
015420     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015430     MOVE WRK-TOT-FATURA       TO TOT-VLR-FATURA
015440     MOVE TOT-LINHA-8 TO REG-RELFAT
015450     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015460     MOVE WRK-TOT-DEBITOS      TO TOT-VLR-DEBITOS
015470     MOVE TOT-LINHA-9 TO REG-RELFAT
015480     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015490     MOVE WRK-TOT-CREDITOS     TO TOT-VLR-CREDITOS
015500     MOVE TOT-LINHA-10 TO REG-RELFAT
015510     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015520     MOVE WRK-TOT-PENDENTE     TO TOT-VLR-PENDENTE
015530     MOVE TOT-LINHA-11 TO REG-RELFAT
015540     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015550
015560     MOVE SPACES TO REG-RELFAT
015570     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015580     MOVE WRK-MSG-SITUACAO     TO TOT-SITUACAO
015590     MOVE TOT-LINHA-12 TO REG-RELFAT
015600     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
015610
015620     DISPLAY 'SOLFAT - REGISTROS LIDOS ' WRK-QTDE-LIDOS
015630             ' DO MES ' WRK-QTDE-DO-MES
015640             ' FATURADOS ' WRK-QTDE-FATURADOS
015650     DISPLAY 'SOLFAT - ' WRK-MSG-SITUACAO.
015660 8000-EXIT.
015670     EXIT.
015680
015690******************************************************************
015700* 8500-GRAVAR-CONTROLE - ANOTA O MES FATURADO NO CONTROLE DE     *
015710*                        FATURAMENTO (FATCTL), QUE IMPEDE O      *
015720*                        SEGUNDO FATURAMENTO. SEM A ANOTACAO O   *
015730*                        JORNAL NAO PODE SER LIBERADO: A FALHA   *
015740*                        RETEM O JORNAL (RETURN-CODE 8).         *
015750******************************************************************
015760 8500-GRAVAR-CONTROLE.
015770
015780     OPEN EXTEND FATCTL
015790     IF WRK-FS-FATCTL = '35'
015800        OPEN OUTPUT FATCTL
015810     END-IF
015820     IF WRK-FS-FATCTL NOT = '00'
015830        DISPLAY 'SOLFAT - ERRO AO GRAVAR FATCTL - FS='
015840                WRK-FS-FATCTL ' - JORNAL RETIDO'
015850        MOVE 'RETIDO - FALHA NA GRAVACAO DO CONTROLE FATCTL'
015860                          TO WRK-MSG-SITUACAO
015870        MOVE 'S' TO WRK-SW-RETIDO
015880        IF WRK-RETORNO < 8
015890           MOVE 8 TO WRK-RETORNO
015900        END-IF
015910        GO TO 8500-EXIT
015920     END-IF
015930
015940     MOVE SPACES             TO REG-FATCTL
015950     MOVE WRK-MES-FATURA     TO REG-FTC-MES
015960     MOVE WRK-DATA-EMISSAO   TO REG-FTC-DATA
015970     MOVE WRK-HORA-EMISSAO   TO REG-FTC-HORA
015980     MOVE WRK-QTDE-FATURADOS TO REG-FTC-QTDE-PEDIDOS
015990     MOVE WRK-QTDE-TERMOS    TO REG-FTC-QTDE-TERMOS
016000     MOVE WRK-TOT-FATURA     TO REG-FTC-VALOR-TOTAL
016010     WRITE REG-FATCTL
016020     CLOSE FATCTL.
016030 8500-EXIT.
016040     EXIT.
016050
016060******************************************************************
016070* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
016080*                 ENCERRA O PROGRAMA.                            *
016090******************************************************************
016100 9999-ENCERRAR.
016110
016120     CLOSE LOGAUD
016130     CLOSE RUNCTL
016140     CLOSE TARIFA
016150     CLOSE CADSOL
016160     IF WRK-JORNAL-ABERTO
016170        CLOSE JORNAL
016180     END-IF
016190     CLOSE RELFAT
016200     MOVE WRK-RETORNO TO RETURN-CODE
016210     STOP RUN.
016220 9999-EXIT.
016230     EXIT.
016240
016250 END PROGRAM SOLFAT.
