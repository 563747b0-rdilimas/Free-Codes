000210*            RETURN-CODES: 0 = TODOS OS PEDIDOS DESMEMBRADOS;    *
000220*            4 = MAIS DE DEZ PEDIDOS (EXCEDENTES NA RELP10);     *
000230*            16 = ERRO DE ABERTURA DE ARQUIVO.                   *
000240*                                                                *
000250*            CADA PEDIDO DESMEMBRADO FICA ANOTADO COMO ENTREGUE  *
000260*            (SITUACAO 'E', COM A SAIDA RELPNN) NO CADASTRO DE   *
000270*            PEDIDOS (PEDREG), QUANDO DISPONIVEL.                *
000280******************************************************************
000290* MODIFICATION HISTORY                                           *
000300*  DATE       INIC  DESCRICAO                                    *
000310*  02/09/2026 RL    VERSAO INICIAL - UM RELATORIO POR PEDIDO COM *
000320*                   INDICE DE DISTRIBUICAO.                      *
000330*  15/10/2026 RL    ANOTA CADA PEDIDO DESMEMBRADO COMO ENTREGUE  *
000340*                   NO CADASTRO DE PEDIDOS (PEDREG).             *
000350*  15/10/2026 RL    NOVO REGISTRO 'M' DA SAIDA: O RELATORIO DO   *
000360*                   PEDIDO DE RESIDUOS MOSTRA O PERIODO MODULO M *
000370*                   OU O AVISO DE PERIODO NAO ENCONTRADO.        *
000380*  15/10/2026 RL    REGISTRO 'S' DO PASSO NO RUNCTL AO ENCERRAR, *
000390*                   PARA O REINICIO DO SOLJOB PELO SOLRST; NO    *
000400*                   REINICIO, PEDIDO JA ENTREGUE OU CONFIRMADO   *
000410*                   NA MESMA RODADA NAO GANHA NOVO EVENTO NO     *
000420*                   PEDREG.                                      *
000430*  15/10/2026 RL    O CABECALHO 'H' DA SAIDA GANHOU O NUMERO DA  *
000440*                   CADEIA NO CATALOGO DE CADEIAS (SO LAYOUT).   *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     SOLBRST.
000480 AUTHOR.         ROBSON LIMA.
000490 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.   02/09/2026.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SAIDA ASSIGN TO SAIDA
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-FS-SAIDA.
000580     SELECT RELP01 ASSIGN TO RELP01
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-FS-RELP01.
000610     SELECT RELP02 ASSIGN TO RELP02
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-FS-RELP02.
000640     SELECT RELP03 ASSIGN TO RELP03
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-FS-RELP03.
000670     SELECT RELP04 ASSIGN TO RELP04
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-FS-RELP04.
000700     SELECT RELP05 ASSIGN TO RELP05
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-FS-RELP05.
000730     SELECT RELP06 ASSIGN TO RELP06
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-FS-RELP06.
000760     SELECT RELP07 ASSIGN TO RELP07
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-FS-RELP07.
000790     SELECT RELP08 ASSIGN TO RELP08
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-FS-RELP08.
000820     SELECT RELP09 ASSIGN TO RELP09
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WRK-FS-RELP09.
000850     SELECT RELP10 ASSIGN TO RELP10
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-FS-RELP10.
000880     SELECT RELIDX ASSIGN TO RELIDX
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WRK-FS-RELIDX.
000910     SELECT PEDREG ASSIGN TO PEDREG
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS REG-PRG-CHAVE
000950         FILE STATUS IS WRK-FS-PEDREG.
000960     SELECT RUNCTL ASSIGN TO RUNCTL
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WRK-FS-RUNCTL.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  SAIDA
001020     RECORDING MODE IS F.
001030 01  REG-SAIDA.
001040     05 REG-SAI-TIPO             PIC X(01).
001050        88 REG-SAI-DETALHE           VALUE 'D'.
001060        88 REG-SAI-TRAILER           VALUE 'T'.
001070        88 REG-SAI-LOCALIZADO        VALUE 'L'.
001080        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
001090        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
001100        88 REG-SAI-CAPACIDADE        VALUE 'C'.
001110        88 REG-SAI-CAB-RODADA        VALUE 'R'.
001120        88 REG-SAI-ADIADO            VALUE 'F'.
001130        88 REG-SAI-PERIODO           VALUE 'M'.
001140     05 FILLER                   PIC X(01).
001150     05 REG-SAI-RODADA           PIC 9(05).
001160     05 FILLER                   PIC X(01).
001170     05 REG-SAI-CORPO.
001180        10 REG-SAI-INDICE           PIC 9(05).
001190        10 FILLER                   PIC X(01).
001200        10 REG-SAI-VALOR.
001210           15 REG-SAI-VALOR-SINAL   PIC X(01).
001220           15 REG-SAI-VALOR-DIGITOS PIC X(112).
001230        10 FILLER                   PIC X(01).
001240        10 REG-SAI-DATA-EXEC        PIC X(08).
001250        10 FILLER                   PIC X(21).
001260     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001270        10 REG-SAI-QTDE-REGS        PIC 9(07).
001280        10 FILLER                   PIC X(01).
001290        10 REG-SAI-SOMA-TOTAL.
001300           15 REG-SAI-SOMA-SINAL    PIC X(01).
001310           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001320        10 FILLER                   PIC X(28).
001330     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001340        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001350        10 FILLER                   PIC X(01).
001360        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001370        10 FILLER                   PIC X(01).
001380        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001390        10 FILLER                   PIC X(01).
001400        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001410        10 FILLER                   PIC X(01).
001420        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001430        10 FILLER                   PIC X(01).
001440        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001450        10 FILLER                   PIC X(01).
001460        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001470        10 FILLER                   PIC X(01).
001480        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001490        10 FILLER                   PIC X(01).
001500        10 REG-SAI-CAB-MODO         PIC X(01).
001510        10 FILLER                   PIC X(01).
001520        10 REG-SAI-CAB-MODULO       PIC 9(18).
001530        10 FILLER                   PIC X(01).
001540        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001550        10 FILLER                   PIC X(35).
001560     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001570        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001580        10 FILLER                   PIC X(01).
001590        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001600        10 FILLER                   PIC X(01).
001610        10 REG-SAI-PED-SOMA.
001620           15 REG-SAI-PED-SOMA-SINAL
001630                                    PIC X(01).
001640           15 REG-SAI-PED-SOMA-DIGITOS
001650                                    PIC X(112).
001660        10 FILLER                   PIC X(01).
001670        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001680        10 FILLER                   PIC X(01).
001690        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001700     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001710        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001720        10 FILLER                   PIC X(01).
001730        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001740        10 FILLER                   PIC X(01).
001750        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001760        10 FILLER                   PIC X(129).
001770     05 REG-SAI-DIFER REDEFINES REG-SAI-CORPO.
001780        10 REG-SAI-DIF-SEQ-PEDIDO   PIC 9(05).
001790        10 FILLER                   PIC X(01).
001800        10 REG-SAI-DIF-SOLICITANTE  PIC X(08).
001810        10 FILLER                   PIC X(01).
001820        10 REG-SAI-DIF-REFERENCIA   PIC X(12).
001830        10 FILLER                   PIC X(01).
001840        10 REG-SAI-DIF-MODO         PIC X(01).
001850        10 FILLER                   PIC X(01).
001860        10 REG-SAI-DIF-CLASSE       PIC X(01).
001870        10 FILLER                   PIC X(118).
001880     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001890        10 REG-SAI-ROD-DATA         PIC X(08).
001900        10 FILLER                   PIC X(01).
001910        10 REG-SAI-ROD-HORA         PIC X(08).
001920        10 FILLER                   PIC X(132).
001930     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001940        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001950        10 FILLER                   PIC X(01).
001960        10 REG-SAI-PER-MODULO       PIC 9(18).
001970        10 FILLER                   PIC X(01).
001980        10 REG-SAI-PER-SITUACAO     PIC X(01).
001990           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
002000           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
002010        10 FILLER                   PIC X(01).
002020        10 REG-SAI-PER-PERIODO      PIC 9(05).
002030        10 FILLER                   PIC X(01).
002040        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
002050        10 FILLER                   PIC X(01).
002060        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
002070        10 FILLER                   PIC X(01).
002080        10 REG-SAI-PER-REFERENCIA   PIC X(12).
002090        10 FILLER                   PIC X(89).
002100
002110 FD  RELP01
002120     RECORDING MODE IS F.
002130 01  REG-RELP01                  PIC X(132).
002140 FD  RELP02
002150     RECORDING MODE IS F.
002160 01  REG-RELP02                  PIC X(132).
002170 FD  RELP03
002180     RECORDING MODE IS F.
002190 01  REG-RELP03                  PIC X(132).
002200 FD  RELP04
002210     RECORDING MODE IS F.
002220 01  REG-RELP04                  PIC X(132).
002230 FD  RELP05
002240     RECORDING MODE IS F.
002250 01  REG-RELP05                  PIC X(132).
002260 FD  RELP06
002270     RECORDING MODE IS F.
002280 01  REG-RELP06                  PIC X(132).
002290 FD  RELP07
002300     RECORDING MODE IS F.
002310 01  REG-RELP07                  PIC X(132).
002320 FD  RELP08
002330     RECORDING MODE IS F.
002340 01  REG-RELP08                  PIC X(132).
002350 FD  RELP09
002360     RECORDING MODE IS F.
002370 01  REG-RELP09                  PIC X(132).
002380 FD  RELP10
002390     RECORDING MODE IS F.
002400 01  REG-RELP10                  PIC X(132).
002410
002420 FD  RELIDX
002430     RECORDING MODE IS F.
002440 01  REG-RELIDX                  PIC X(132).
002450
002460 FD  PEDREG.
002470 01  REG-PEDREG.
002480     05 REG-PRG-CHAVE.
002490        10 REG-PRG-SOLICITANTE      PIC X(08).
002500        10 REG-PRG-REFERENCIA       PIC X(12).
002510     05 FILLER                    PIC X(01).
002520     05 REG-PRG-SITUACAO          PIC X(01).
002530        88 REG-PRG-ACEITO             VALUE 'A'.
002540        88 REG-PRG-REJEITADO          VALUE 'R'.
002550        88 REG-PRG-ADIADO             VALUE 'F'.
002560        88 REG-PRG-CAPACIDADE         VALUE 'C'.
002570        88 REG-PRG-GERADO             VALUE 'G'.
002580        88 REG-PRG-ENTREGUE           VALUE 'E'.
002590        88 REG-PRG-CONFIRMADO         VALUE 'W'.
002600     05 FILLER                    PIC X(01).
002610     05 REG-PRG-DATA-SITUACAO     PIC X(08).
002620     05 FILLER                    PIC X(01).
002630     05 REG-PRG-RODADA            PIC 9(05).
002640     05 FILLER                    PIC X(01).
002650     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
002660     05 FILLER                    PIC X(01).
002670     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
002680     05 FILLER                    PIC X(01).
002690     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
002700     05 FILLER                    PIC X(01).
002710     05 REG-PRG-EVENTO OCCURS 12 TIMES.
002720        10 REG-PRG-EVT-SITUACAO     PIC X(01).
002730        10 REG-PRG-EVT-DATA         PIC X(08).
002740        10 REG-PRG-EVT-HORA         PIC X(08).
002750        10 REG-PRG-EVT-RODADA       PIC 9(05).
002760        10 REG-PRG-EVT-ORIGEM       PIC X(08).
002770        10 REG-PRG-EVT-COMPL        PIC X(08).
002780
002790 FD  RUNCTL
002800     RECORDING MODE IS F.
002810 01  REG-RUNCTL.
002820     05 REG-RUN-TIPO              PIC X(01).
002830        88 REG-RUN-REG-RODADA         VALUE 'R'.
002840        88 REG-RUN-REG-PASSO          VALUE 'S'.
002850     05 FILLER                    PIC X(01).
002860     05 REG-RUN-RODADA            PIC 9(05).
002870     05 FILLER                    PIC X(01).
002880     05 REG-RUN-DATA              PIC X(08).
002890     05 FILLER                    PIC X(01).
002900     05 REG-RUN-CORPO.
002910        10 REG-RUN-HORA-INI        PIC X(08).
002920        10 FILLER                  PIC X(01).
002930        10 REG-RUN-HORA-FIM        PIC X(08).
002940        10 FILLER                  PIC X(01).
002950        10 REG-RUN-RETORNO         PIC 9(02).
002960        10 FILLER                  PIC X(01).
002970        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002980        10 FILLER                  PIC X(01).
002990        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
003000        10 FILLER                  PIC X(01).
003010        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
003020        10 FILLER                  PIC X(01).
003030        10 REG-RUN-QTDE-RETOM      PIC 9(05).
003040     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
003050        10 REG-RUN-PAS-HORA        PIC X(08).
003060        10 FILLER                  PIC X(01).
003070        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
003080        10 FILLER                  PIC X(01).
003090        10 REG-RUN-PAS-RETORNO     PIC 9(02).
003100        10 FILLER                  PIC X(01).
003110        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
003120        10 FILLER                  PIC X(18).
003130
003140 WORKING-STORAGE SECTION.
003150 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
003160 77 WRK-FS-RELP01                PIC X(02) VALUE ZEROS.
003170 77 WRK-FS-RELP02                PIC X(02) VALUE ZEROS.
003180 77 WRK-FS-RELP03                PIC X(02) VALUE ZEROS.
003190 77 WRK-FS-RELP04                PIC X(02) VALUE ZEROS.
003200 77 WRK-FS-RELP05                PIC X(02) VALUE ZEROS.
003210 77 WRK-FS-RELP06                PIC X(02) VALUE ZEROS.
003220 77 WRK-FS-RELP07                PIC X(02) VALUE ZEROS.
003230 77 WRK-FS-RELP08                PIC X(02) VALUE ZEROS.
003240 77 WRK-FS-RELP09                PIC X(02) VALUE ZEROS.
003250 77 WRK-FS-RELP10                PIC X(02) VALUE ZEROS.
003260 77 WRK-FS-RELIDX                PIC X(02) VALUE ZEROS.
003270 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
003280 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
003290 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
003300 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
003310 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
003320 77 WRK-SW-PEDREG-DISP           PIC X(01) VALUE 'N'.
003330    88 WRK-PEDREG-DISPONIVEL         VALUE 'S'.
003340 77 WRK-SW-PRG-EXISTE            PIC X(01) VALUE 'N'.
003350    88 WRK-PRG-EXISTE                VALUE 'S'.
003360 77 WRK-PRG-MAX-EVENTOS          PIC S9(04) COMP VALUE 12.
003370 77 WRK-PRG-IND                  PIC S9(04) COMP VALUE ZEROS.
003380 77 WRK-PRG-POS                  PIC S9(04) COMP VALUE ZEROS.
003390 77 WRK-PRG-SOLICITANTE          PIC X(08) VALUE SPACES.
003400 77 WRK-PRG-REFERENCIA           PIC X(12) VALUE SPACES.
003410 77 WRK-PRG-SITUACAO             PIC X(01) VALUE SPACES.
003420    88 WRK-PRG-RECUSA                VALUE 'X'.
003430 77 WRK-PRG-DATA                 PIC X(08) VALUE SPACES.
003440 77 WRK-PRG-HORA                 PIC X(08) VALUE SPACES.
003450 77 WRK-PRG-RODADA               PIC 9(05) VALUE ZEROS.
003460 77 WRK-PRG-ORIGEM               PIC X(08) VALUE SPACES.
003470 77 WRK-PRG-COMPL                PIC X(08) VALUE SPACES.
003480 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
003490    88 WRK-FIM-SAIDA                 VALUE 'S'.
003500 77 WRK-SW-PEDIDO-ABERTO         PIC X(01) VALUE 'N'.
003510    88 WRK-PEDIDO-ABERTO             VALUE 'S'.
003520 77 WRK-SW-AVANCO-PAGINA         PIC X(01) VALUE 'N'.
003530    88 WRK-AVANCO-PAGINA             VALUE 'S'.
003540 77 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
003550 77 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
003560 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
003570 77 WRK-SAIDA-CORRENTE           PIC 9(02) VALUE ZEROS.
003580 77 WRK-QTDE-PEDIDOS             PIC 9(05) VALUE ZEROS.
003590 77 WRK-QTDE-EXCEDENTES          PIC 9(05) VALUE ZEROS.
003600 77 WRK-QTDE-JA-REGISTRADOS      PIC 9(05) VALUE ZEROS.
003610 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
003620 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
003630 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
003640 77 WRK-LIN-IDX                  PIC 9(02) COMP VALUE 99.
003650 77 WRK-PAG-IDX                  PIC 9(04) COMP VALUE ZEROS.
003660 77 WRK-NUM-EDITADO              PIC X(114) VALUE SPACES.
003670
003680 01 WRK-LINHA                    PIC X(132) VALUE SPACES.
003690
003700*    AREA E ESCALARES DA EDICAO DE NUMEROS ESTENDIDOS DE 64
003710*    DIGITOS (MESMA CONVENCAO DO SOLUTION: SINAL + MAGNITUDE).
003720 01 WRK-GRD-A.
003730    05 WRK-GRD-A-SINAL           PIC X(01) VALUE '+'.
003740    05 WRK-GRD-A-DIGITOS         PIC X(112) VALUE ZEROS.
003750    05 FILLER REDEFINES WRK-GRD-A-DIGITOS.
003760       10 WRK-GRD-A-DIG          PIC 9(01) OCCURS 112 TIMES.
003770 77 WRK-GRD-IND                  PIC S9(04) COMP VALUE ZEROS.
003780 77 WRK-GRD-IND-EDIT             PIC S9(04) COMP VALUE ZEROS.
003790 77 WRK-GRD-TAM                  PIC S9(04) COMP VALUE ZEROS.
003800
003810 01 BCAB-LINHA-1.
003820    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
003830    05 FILLER                    PIC X(21) VALUE
003840       'RELATORIO DO PEDIDO  '.
003850    05 BCAB-SEQ-PEDIDO           PIC ZZZZ9.
003860    05 FILLER                    PIC X(09) VALUE '  RODADA '.
003870    05 BCAB-RODADA               PIC ZZZZ9.
003880    05 FILLER                    PIC X(11) VALUE '  EMISSAO: '.
003890    05 BCAB-EMI-DIA              PIC X(02).
003900    05 FILLER                    PIC X(01) VALUE '/'.
003910    05 BCAB-EMI-MES              PIC X(02).
003920    05 FILLER                    PIC X(01) VALUE '/'.
003930    05 BCAB-EMI-ANO              PIC X(04).
003940    05 FILLER                    PIC X(06) VALUE SPACES.
003950    05 FILLER                    PIC X(05) VALUE 'PAG. '.
003960    05 BCAB-PAGINA               PIC ZZZ9.
003970    05 FILLER                    PIC X(46) VALUE SPACES.
003980
003990 01 BCAB-LINHA-2.
004000    05 FILLER                    PIC X(13) VALUE 'SOLICITANTE: '.
004010    05 BCAB-SOLICITANTE          PIC X(08).
004020    05 FILLER                    PIC X(14) VALUE '  REFERENCIA: '.
004030    05 BCAB-REFERENCIA           PIC X(12).
004040    05 FILLER                    PIC X(85) VALUE SPACES.
004050
004060 01 BCAB-LINHA-3.
004070    05 FILLER                    PIC X(10) VALUE 'SEMENTES: '.
004080    05 BCAB-SEMENTE-1            PIC X(19).
004090    05 FILLER                    PIC X(01) VALUE '/'.
004100    05 BCAB-SEMENTE-2            PIC X(19).
004110    05 FILLER                    PIC X(07) VALUE ' COEF: '.
004120    05 BCAB-COEF-P               PIC X(05).
004130    05 FILLER                    PIC X(01) VALUE '/'.
004140    05 BCAB-COEF-Q               PIC X(05).
004150    05 FILLER                    PIC X(14) VALUE '  SOLICITADO: '.
004160    05 BCAB-QTDE-SOLIC           PIC ZZZZ9.
004170    05 FILLER                    PIC X(46) VALUE SPACES.
004180
004190 01 BCAB-COLUNAS.
004200    05 FILLER                    PIC X(08) VALUE '  INDICE'.
004210    05 FILLER                    PIC X(01) VALUE SPACES.
004220    05 FILLER                    PIC X(10) VALUE 'SITUACAO  '.
004230    05 FILLER                    PIC X(01) VALUE SPACES.
004240    05 FILLER                    PIC X(14) VALUE 'VALOR DO TERMO'.
004250    05 FILLER                    PIC X(98) VALUE SPACES.
004260
004270 01 BDET-LINHA.
004280    05 FILLER                    PIC X(01) VALUE SPACES.
004290    05 BDET-INDICE               PIC ZZ,ZZ9.
004300    05 FILLER                    PIC X(01) VALUE SPACES.
004310    05 BDET-SITUACAO             PIC X(10) VALUE SPACES.
004320    05 FILLER                    PIC X(01) VALUE SPACES.
004330    05 BDET-VALOR                PIC X(113) VALUE SPACES.
004340
004350 01 BTOT-LINHA.
004360    05 FILLER                    PIC X(18) VALUE
004370       'TOTAL DO PEDIDO:  '.
004380    05 FILLER                    PIC X(05) VALUE 'QTDE '.
004390    05 BTOT-QTDE                 PIC Z,ZZZ,ZZ9.
004400    05 FILLER                    PIC X(100) VALUE SPACES.
004410
004420 01 BTOT-LINHA-SOMA.
004430    05 FILLER                    PIC X(06) VALUE ' SOMA '.
004440    05 BTOT-SOMA                 PIC X(113) VALUE SPACES.
004450    05 FILLER                    PIC X(13) VALUE SPACES.
004460
004470 01 BCAP-LINHA.
004480    05 FILLER                    PIC X(26) VALUE
004490       '*** CAPACIDADE ATINGIDA -'.
004500    05 FILLER                    PIC X(24) VALUE
004510       ' GERACAO INTERROMPIDA NO'.
004520    05 FILLER                    PIC X(07) VALUE ' TERMO '.
004530    05 BCAP-INDICE               PIC ZZ,ZZ9.
004540    05 FILLER                    PIC X(04) VALUE ' ***'.
004550    05 FILLER                    PIC X(65) VALUE SPACES.
004560
004570 01 BPER-LINHA.
004580    05 FILLER                    PIC X(19) VALUE
004590       '*** PERIODO MODULO '.
004600    05 BPER-MODULO               PIC Z(12)9.
004610    05 FILLER                    PIC X(02) VALUE ': '.
004620    05 BPER-PERIODO              PIC ZZ,ZZ9.
004630    05 FILLER                    PIC X(11) VALUE ' TERMOS ***'.
004640    05 FILLER                    PIC X(81) VALUE SPACES.
004650
004660 01 BPER-LINHA-SEM.
004670    05 FILLER                    PIC X(11) VALUE '*** MODULO '.
004680    05 BPER-SEM-MODULO           PIC Z(12)9.
004690    05 FILLER                    PIC X(41) VALUE
004700       ' - SEM PERIODO ATE A TRAVA DE SEGURANCA ('.
004710    05 BPER-SEM-QTDE             PIC ZZ,ZZ9.
004720    05 FILLER                    PIC X(12) VALUE ' TERMOS) ***'.
004730    05 FILLER                    PIC X(49) VALUE SPACES.
004740
004750 01 IDX-CAB-1.
004760    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
004770    05 FILLER                    PIC X(40) VALUE
004780       'INDICE DE DISTRIBUICAO POR PEDIDO       '.
004790    05 FILLER                    PIC X(09) VALUE '  RODADA '.
004800    05 IDX-RODADA                PIC ZZZZ9.
004810    05 FILLER                    PIC X(11) VALUE '  EMISSAO: '.
004820    05 IDX-EMI-DIA               PIC X(02).
004830    05 FILLER                    PIC X(01) VALUE '/'.
004840    05 IDX-EMI-MES               PIC X(02).
004850    05 FILLER                    PIC X(01) VALUE '/'.
004860    05 IDX-EMI-ANO               PIC X(04).
004870    05 FILLER                    PIC X(06) VALUE SPACES.
004880    05 FILLER                    PIC X(05) VALUE 'PAG. '.
004890    05 IDX-PAGINA                PIC ZZZ9.
004900    05 FILLER                    PIC X(32) VALUE SPACES.
004910
004920 01 IDX-COLUNAS.
004930    05 FILLER                    PIC X(06) VALUE 'PEDIDO'.
004940    05 FILLER                    PIC X(04) VALUE SPACES.
004950    05 FILLER                    PIC X(11) VALUE 'SOLICITANTE'.
004960    05 FILLER                    PIC X(04) VALUE SPACES.
004970    05 FILLER                    PIC X(12) VALUE 'REFERENCIA  '.
004980    05 FILLER                    PIC X(04) VALUE SPACES.
004990    05 FILLER                    PIC X(06) VALUE 'SAIDA '.
005000    05 FILLER                    PIC X(04) VALUE SPACES.
005010    05 FILLER                    PIC X(81) VALUE 'OBSERVACAO'.
005020
005030 01 IDX-LINHA.
005040    05 FILLER                    PIC X(01) VALUE SPACES.
005050    05 IDX-SEQ-PEDIDO            PIC ZZZZ9.
005060    05 FILLER                    PIC X(04) VALUE SPACES.
005070    05 IDX-SOLICITANTE           PIC X(08).
005080    05 FILLER                    PIC X(07) VALUE SPACES.
005090    05 IDX-REFERENCIA            PIC X(12).
005100    05 FILLER                    PIC X(04) VALUE SPACES.
005110    05 IDX-SAIDA                 PIC X(06).
005120    05 FILLER                    PIC X(04) VALUE SPACES.
005130    05 IDX-OBS                   PIC X(40) VALUE SPACES.
005140    05 FILLER                    PIC X(41) VALUE SPACES.
005150
005160 LINKAGE SECTION.
005170 01 LK-PARM.
005180    05 LK-PARM-TAM               PIC S9(04) COMP.
005190    05 LK-PARM-RODADA            PIC X(05).
005200
005210 PROCEDURE DIVISION USING LK-PARM.
005220 0000-MAINLINE.
005230
005240     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
005250
005260     PERFORM 3000-CLASSIFICAR-REGISTRO THRU 3000-EXIT
005270         UNTIL WRK-FIM-SAIDA
005280
005290     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
005300
005310******************************************************************
005320* 1000-INICIALIZAR - ABRE OS ARQUIVOS (AS DEZ SAIDAS DE          *
005330*                    IMPRESSAO DE UMA VEZ), SELECIONA A RODADA   *
005340*                    E FAZ A LEITURA INICIAL.                    *
005350******************************************************************
005360 1000-INICIALIZAR.
005370
005380     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
005390
005400     OPEN INPUT SAIDA
005410     IF WRK-FS-SAIDA NOT = '00'
005420        DISPLAY 'SOLBRST - ERRO AO ABRIR SAIDA - FS='
005430                WRK-FS-SAIDA
005440        MOVE 'S' TO WRK-SW-FIM-SAIDA
005450        MOVE 16  TO WRK-RETORNO
005460        GO TO 1000-EXIT
005470     END-IF
005480
005490     OPEN OUTPUT RELP01 RELP02 RELP03 RELP04 RELP05
005500                 RELP06 RELP07 RELP08 RELP09 RELP10
005510     IF WRK-FS-RELP01 NOT = '00'
005520        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP01 - FS='
005530                WRK-FS-RELP01
005540        MOVE 'S' TO WRK-SW-FIM-SAIDA
005550        MOVE 16  TO WRK-RETORNO
005560     END-IF
005570     IF WRK-FS-RELP02 NOT = '00'
005580        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP02 - FS='
005590                WRK-FS-RELP02
005600        MOVE 'S' TO WRK-SW-FIM-SAIDA
005610        MOVE 16  TO WRK-RETORNO
005620     END-IF
005630     IF WRK-FS-RELP03 NOT = '00'
005640        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP03 - FS='
005650                WRK-FS-RELP03
005660        MOVE 'S' TO WRK-SW-FIM-SAIDA
005670        MOVE 16  TO WRK-RETORNO
005680     END-IF
005690     IF WRK-FS-RELP04 NOT = '00'
005700        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP04 - FS='
005710                WRK-FS-RELP04
005720        MOVE 'S' TO WRK-SW-FIM-SAIDA
005730        MOVE 16  TO WRK-RETORNO
005740     END-IF
005750     IF WRK-FS-RELP05 NOT = '00'
005760        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP05 - FS='
005770                WRK-FS-RELP05
005780        MOVE 'S' TO WRK-SW-FIM-SAIDA
005790        MOVE 16  TO WRK-RETORNO
005800     END-IF
005810     IF WRK-FS-RELP06 NOT = '00'
005820        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP06 - FS='
005830                WRK-FS-RELP06
005840        MOVE 'S' TO WRK-SW-FIM-SAIDA
005850        MOVE 16  TO WRK-RETORNO
005860     END-IF
005870     IF WRK-FS-RELP07 NOT = '00'
005880        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP07 - FS='
005890                WRK-FS-RELP07
005900        MOVE 'S' TO WRK-SW-FIM-SAIDA
005910        MOVE 16  TO WRK-RETORNO
005920     END-IF
005930     IF WRK-FS-RELP08 NOT = '00'
005940        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP08 - FS='
005950                WRK-FS-RELP08
005960        MOVE 'S' TO WRK-SW-FIM-SAIDA
005970        MOVE 16  TO WRK-RETORNO
005980     END-IF
005990     IF WRK-FS-RELP09 NOT = '00'
006000        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP09 - FS='
006010                WRK-FS-RELP09
006020        MOVE 'S' TO WRK-SW-FIM-SAIDA
006030        MOVE 16  TO WRK-RETORNO
006040     END-IF
006050     IF WRK-FS-RELP10 NOT = '00'
006060        DISPLAY 'SOLBRST - ERRO AO ABRIR RELP10 - FS='
006070                WRK-FS-RELP10
006080        MOVE 'S' TO WRK-SW-FIM-SAIDA
006090        MOVE 16  TO WRK-RETORNO
006100     END-IF
006110     IF WRK-RETORNO = 16
006120        GO TO 1000-EXIT
006130     END-IF
006140
006150     OPEN OUTPUT RELIDX
006160     IF WRK-FS-RELIDX NOT = '00'
006170        DISPLAY 'SOLBRST - ERRO AO ABRIR RELIDX - FS='
006180                WRK-FS-RELIDX
006190        MOVE 'S' TO WRK-SW-FIM-SAIDA
006200        MOVE 16  TO WRK-RETORNO
006210        GO TO 1000-EXIT
006220     END-IF
006230
006240*    O CADASTRO DE PEDIDOS E OPCIONAL: INDISPONIVEL, O
006250*    DESMEMBRAMENTO SEGUE SEM ANOTAR AS ENTREGAS (SO AVISO).
006260     OPEN I-O PEDREG
006270     IF WRK-FS-PEDREG = '35'
006280        OPEN OUTPUT PEDREG
006290        IF WRK-FS-PEDREG = '00'
006300           CLOSE PEDREG
006310           OPEN I-O PEDREG
006320        END-IF
006330     END-IF
006340     IF WRK-FS-PEDREG = '00'
006350        MOVE 'S' TO WRK-SW-PEDREG-DISP
006360     ELSE
006370        DISPLAY 'SOLBRST - AVISO - CADASTRO PEDREG INDISPONIVEL'
006380                ' - FS=' WRK-FS-PEDREG
006390     END-IF
006400
006410     PERFORM 1500-SELECIONAR-RODADA THRU 1500-EXIT
006420     IF NOT WRK-FIM-SAIDA
006430        PERFORM 2000-LER-SAIDA THRU 2000-EXIT
006440     END-IF.
006450 1000-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 1500-SELECIONAR-RODADA - DEFINE A RODADA A DESMEMBRAR: O PARM  *
006500*                          OPCIONAL TRAZ O NUMERO; SEM PARM,     *
006510*                          UMA PRE-PASSAGEM ACHA O MAIOR NUMERO  *
006520*                          DE RODADA DO ARQUIVO ACUMULADO, E A   *
006530*                          SAIDA E REABERTA.                     *
006540******************************************************************
006550 1500-SELECIONAR-RODADA.
006560
006570     IF LK-PARM-TAM > ZEROS
006580        AND LK-PARM-RODADA IS NUMERIC
006590        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
006600        DISPLAY 'SOLBRST - RODADA SELECIONADA PELO PARM: '
006610                WRK-RODADA-ALVO
006620        GO TO 1500-EXIT
006630     END-IF
006640
006650     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
006660     PERFORM 1550-PROCURAR-MAIOR-RODADA THRU 1550-EXIT
006670         UNTIL WRK-FIM-SAIDA
006680     MOVE WRK-RODADA-MAX TO WRK-RODADA-ALVO
006690     DISPLAY 'SOLBRST - RODADA SELECIONADA (MAIS RECENTE): '
006700             WRK-RODADA-ALVO
006710
006720     MOVE 'N' TO WRK-SW-FIM-SAIDA
006730     CLOSE SAIDA
006740     OPEN INPUT SAIDA
006750     IF WRK-FS-SAIDA NOT = '00'
006760        DISPLAY 'SOLBRST - ERRO AO REABRIR SAIDA - FS='
006770                WRK-FS-SAIDA
006780        MOVE 'S' TO WRK-SW-FIM-SAIDA
006790        MOVE 16 TO WRK-RETORNO
006800     END-IF.
006810 1500-EXIT.
006820     EXIT.
006830
006840 1550-PROCURAR-MAIOR-RODADA.
006850
006860     IF REG-SAI-RODADA IS NUMERIC
006870        AND REG-SAI-RODADA > WRK-RODADA-MAX
006880        MOVE REG-SAI-RODADA TO WRK-RODADA-MAX
006890     END-IF
006900     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
006910 1550-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 2000-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA.       *
006960******************************************************************
006970 2000-LER-SAIDA.
006980
006990     READ SAIDA
007000         AT END
007010            MOVE 'S' TO WRK-SW-FIM-SAIDA
007020     END-READ.
007030 2000-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 3000-CLASSIFICAR-REGISTRO - DESMEMBRA OS REGISTROS DA RODADA   *
007080*                             SELECIONADA: O 'H' ABRE O          *
007090*                             RELATORIO DO PEDIDO NA PROXIMA     *
007100*                             SAIDA DE IMPRESSAO, OS DETALHES,   *
007110*                             LOCALIZACOES, CAPACIDADE, PERIODO  *
007120*                             E TOTAL SAEM NELA, E O 'F'         *
007130*                             (ADIADO) SO ENTRA NO INDICE DE     *
007140*                             DISTRIBUICAO.                      *
007150******************************************************************
007160 3000-CLASSIFICAR-REGISTRO.
007170
007180     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
007190        GO TO 3000-LER
007200     END-IF
007210
007220     EVALUATE TRUE
007230        WHEN REG-SAI-CAB-PEDIDO
007240           PERFORM 3100-ABRIR-PEDIDO THRU 3100-EXIT
007250        WHEN REG-SAI-DETALHE
007260           PERFORM 3200-IMPRIMIR-DETALHE THRU 3200-EXIT
007270        WHEN REG-SAI-LOCALIZADO
007280           PERFORM 3300-IMPRIMIR-LOCALIZACAO THRU 3300-EXIT
007290        WHEN REG-SAI-CAPACIDADE
007300           PERFORM 3400-IMPRIMIR-CAPACIDADE THRU 3400-EXIT
007310        WHEN REG-SAI-TOT-PEDIDO
007320           PERFORM 3500-IMPRIMIR-TOTAL THRU 3500-EXIT
007330        WHEN REG-SAI-ADIADO
007340           PERFORM 3600-ANOTAR-ADIADO THRU 3600-EXIT
007350        WHEN REG-SAI-PERIODO
007360           PERFORM 3700-IMPRIMIR-PERIODO THRU 3700-EXIT
007370        WHEN OTHER
007380           CONTINUE
007390     END-EVALUATE.
007400
007410 3000-LER.
007420     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
007430 3000-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 3100-ABRIR-PEDIDO - ABRE O RELATORIO DO PEDIDO NA PROXIMA      *
007480*                     SAIDA DE IMPRESSAO (DO 11O PEDIDO EM       *
007490*                     DIANTE, ACUMULA NA RELP10 COM AVISO),      *
007500*                     IMPRIME OS CABECALHOS E GRAVA A LINHA DO   *
007510*                     PEDIDO NO INDICE DE DISTRIBUICAO.          *
007520******************************************************************
007530 3100-ABRIR-PEDIDO.
007540
007550     ADD 1 TO WRK-QTDE-PEDIDOS
007560     IF WRK-QTDE-PEDIDOS > 10
007570        MOVE 10 TO WRK-SAIDA-CORRENTE
007580        ADD 1 TO WRK-QTDE-EXCEDENTES
007590        IF WRK-RETORNO < 4
007600           MOVE 4 TO WRK-RETORNO
007610        END-IF
007620     ELSE
007630        MOVE WRK-QTDE-PEDIDOS TO WRK-SAIDA-CORRENTE
007640     END-IF
007650     MOVE 'S' TO WRK-SW-PEDIDO-ABERTO
007660     MOVE ZEROS TO WRK-PAG-CONTADOR
007670     MOVE 99 TO WRK-LIN-CONTADOR
007680
007690     MOVE REG-SAI-CAB-SEQ-PEDIDO  TO BCAB-SEQ-PEDIDO
007700     MOVE REG-SAI-CAB-SOLICITANTE TO BCAB-SOLICITANTE
007710     MOVE REG-SAI-CAB-REFERENCIA  TO BCAB-REFERENCIA
007720     MOVE REG-SAI-CAB-SEMENTE-1   TO BCAB-SEMENTE-1
007730     MOVE REG-SAI-CAB-SEMENTE-2   TO BCAB-SEMENTE-2
007740     MOVE REG-SAI-CAB-COEF-P      TO BCAB-COEF-P
007750     MOVE REG-SAI-CAB-COEF-Q      TO BCAB-COEF-Q
007760     MOVE REG-SAI-CAB-QTDE-SOLIC  TO BCAB-QTDE-SOLIC
007770     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007780
007790     MOVE REG-SAI-CAB-SEQ-PEDIDO  TO IDX-SEQ-PEDIDO
007800     MOVE REG-SAI-CAB-SOLICITANTE TO IDX-SOLICITANTE
007810     MOVE REG-SAI-CAB-REFERENCIA  TO IDX-REFERENCIA
007820     PERFORM 7300-NOMEAR-SAIDA THRU 7300-EXIT
007830     IF WRK-QTDE-PEDIDOS > 10
007840        MOVE 'EXCEDENTE - ACUMULADO NA RELP10' TO IDX-OBS
007850     ELSE
007860        MOVE SPACES TO IDX-OBS
007870     END-IF
007880     PERFORM 7400-GRAVAR-INDICE THRU 7400-EXIT
007890     PERFORM 6500-REGISTRAR-ENTREGA THRU 6500-EXIT.
007900 3100-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 3200-IMPRIMIR-DETALHE - IMPRIME UM TERMO GERADO NO RELATORIO   *
007950*                         DO PEDIDO CORRENTE.                    *
007960******************************************************************
007970 3200-IMPRIMIR-DETALHE.
007980
007990     IF NOT WRK-PEDIDO-ABERTO
008000        GO TO 3200-EXIT
008010     END-IF
008020     MOVE REG-SAI-INDICE TO BDET-INDICE
008030     MOVE REG-SAI-VALOR  TO WRK-GRD-A
008040     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
008050     MOVE WRK-NUM-EDITADO TO BDET-VALOR
008060     MOVE SPACES          TO BDET-SITUACAO
008070     MOVE BDET-LINHA      TO WRK-LINHA
008080     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
008090 3200-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 3300-IMPRIMIR-LOCALIZACAO - IMPRIME O RESULTADO DE UM PEDIDO   *
008140*                             DE BUSCA NO RELATORIO DO PEDIDO    *
008150*                             CORRENTE.                          *
008160******************************************************************
008170 3300-IMPRIMIR-LOCALIZACAO.
008180
008190     IF NOT WRK-PEDIDO-ABERTO
008200        GO TO 3300-EXIT
008210     END-IF
008220     MOVE REG-SAI-INDICE TO BDET-INDICE
008230     MOVE REG-SAI-VALOR  TO WRK-GRD-A
008240     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
008250     MOVE WRK-NUM-EDITADO TO BDET-VALOR
008260     IF REG-SAI-INDICE = ZEROS
008270        MOVE 'NAO LOCAL.' TO BDET-SITUACAO
008280     ELSE
008290        MOVE 'LOCALIZADO' TO BDET-SITUACAO
008300     END-IF
008310     MOVE BDET-LINHA TO WRK-LINHA
008320     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
008330 3300-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370* 3400-IMPRIMIR-CAPACIDADE - DESTACA NO RELATORIO DO PEDIDO O    *
008380*                            ESTOURO DE CAPACIDADE ('C').        *
008390******************************************************************
008400 3400-IMPRIMIR-CAPACIDADE.
008410
008420     IF NOT WRK-PEDIDO-ABERTO
008430        GO TO 3400-EXIT
008440     END-IF
008450     MOVE REG-SAI-CPC-ULT-INDICE TO BCAP-INDICE
008460     MOVE BCAP-LINHA TO WRK-LINHA
008470     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
008480 3400-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 3500-IMPRIMIR-TOTAL - IMPRIME O TOTAL DO PEDIDO E ENCERRA O    *
008530*                       RELATORIO DO PEDIDO CORRENTE.            *
008540******************************************************************
008550 3500-IMPRIMIR-TOTAL.
008560
008570     IF NOT WRK-PEDIDO-ABERTO
008580        GO TO 3500-EXIT
008590     END-IF
008600     MOVE SPACES TO WRK-LINHA
008610     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008620     MOVE REG-SAI-PED-QTDE-REGS TO BTOT-QTDE
008630     MOVE REG-SAI-PED-SOMA      TO WRK-GRD-A
008640     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
008650     MOVE WRK-NUM-EDITADO       TO BTOT-SOMA
008660     MOVE BTOT-LINHA TO WRK-LINHA
008670     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008680     MOVE BTOT-LINHA-SOMA TO WRK-LINHA
008690     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
008700     MOVE 'N' TO WRK-SW-PEDIDO-ABERTO.
008710 3500-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 3600-ANOTAR-ADIADO - O PEDIDO ADIADO PARA A RODADA PESADA NAO  *
008760*                      TEM RELATORIO NESTA RODADA - ENTRA SO NO  *
008770*                      INDICE DE DISTRIBUICAO, PARA O DONO       *
008780*                      SABER ONDE ELE FOI PARAR.                 *
008790******************************************************************
008800 3600-ANOTAR-ADIADO.
008810
008820     MOVE REG-SAI-DIF-SEQ-PEDIDO  TO IDX-SEQ-PEDIDO
008830     MOVE REG-SAI-DIF-SOLICITANTE TO IDX-SOLICITANTE
008840     MOVE REG-SAI-DIF-REFERENCIA  TO IDX-REFERENCIA
008850     MOVE '  -   '                TO IDX-SAIDA
008860     MOVE 'ADIADO PARA A RODADA PESADA' TO IDX-OBS
008870     PERFORM 7400-GRAVAR-INDICE THRU 7400-EXIT.
008880 3600-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920* 3700-IMPRIMIR-PERIODO - DESTACA NO RELATORIO DO PEDIDO O       *
008930*                         PERIODO MODULO M DO PEDIDO DE RESIDUOS *
008940*                         ('M'), OU O AVISO DE QUE O PAR INICIAL *
008950*                         NAO SE REPETIU ATE A TRAVA.            *
008960******************************************************************
008970 3700-IMPRIMIR-PERIODO.
008980
008990     IF NOT WRK-PEDIDO-ABERTO
009000        GO TO 3700-EXIT
009010     END-IF
009020     IF REG-SAI-PER-ENCONTRADO
009030        MOVE REG-SAI-PER-MODULO      TO BPER-MODULO
009040        MOVE REG-SAI-PER-PERIODO     TO BPER-PERIODO
009050        MOVE BPER-LINHA              TO WRK-LINHA
009060     ELSE
009070        MOVE REG-SAI-PER-MODULO      TO BPER-SEM-MODULO
009080        MOVE REG-SAI-PER-QTDE-TERMOS TO BPER-SEM-QTDE
009090        MOVE BPER-LINHA-SEM          TO WRK-LINHA
009100     END-IF
009110     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
009120 3700-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 6500-REGISTRAR-ENTREGA - ANOTA O PEDIDO COMO ENTREGUE (E) NO   *
009170*                          CADASTRO DE PEDIDOS, COM A SAIDA DE   *
009180*                          IMPRESSAO EM QUE SAIU. PEDIDO SEM     *
009190*                          REFERENCIA NAO E REGISTRADO.          *
009200******************************************************************
009210 6500-REGISTRAR-ENTREGA.
009220
009230     IF NOT WRK-PEDREG-DISPONIVEL
009240        GO TO 6500-EXIT
009250     END-IF
009260     IF REG-SAI-CAB-REFERENCIA = SPACES
009270        GO TO 6500-EXIT
009280     END-IF
009290
009300     ACCEPT WRK-HORA-CTL FROM TIME
009310     MOVE REG-SAI-CAB-SOLICITANTE TO WRK-PRG-SOLICITANTE
009320     MOVE REG-SAI-CAB-REFERENCIA  TO WRK-PRG-REFERENCIA
009330     MOVE 'E'                     TO WRK-PRG-SITUACAO
009340     MOVE WRK-DATA-EMISSAO        TO WRK-PRG-DATA
009350     MOVE WRK-HORA-CTL            TO WRK-PRG-HORA
009360     MOVE WRK-RODADA-ALVO         TO WRK-PRG-RODADA
009370     MOVE 'SOLBRST '              TO WRK-PRG-ORIGEM
009380     MOVE IDX-SAIDA               TO WRK-PRG-COMPL
009390     PERFORM 6510-ATUALIZAR-PEDREG THRU 6510-EXIT.
009400 6500-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 6510-ATUALIZAR-PEDREG - LE O PEDIDO NO CADASTRO (OU O INCLUI), *
009450*                         ATUALIZA SITUACAO, DATA E RODADA E     *
009460*                         ANEXA O EVENTO AO HISTORICO. A SITUACAO*
009470*                         X (RESSUBMISSAO RECUSADA) SO CONTA A   *
009480*                         RECUSA E NAO ALTERA A SITUACAO ATUAL.  *
009490*                         PEDIDO JA ENTREGUE (OU JA CONFIRMADO   *
009500*                         PELO WAREHOUSE) NA MESMA RODADA FOI    *
009510*                         REGISTRADO POR EXECUCAO ANTERIOR DO    *
009520*                         PASSO (REINICIO DO SOLJOB) E FICA COMO *
009530*                         ESTA.                                  *
009540******************************************************************
009550 6510-ATUALIZAR-PEDREG.
009560
009570     MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
009580     MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
009590     READ PEDREG
009600        INVALID KEY
009610           MOVE 'N' TO WRK-SW-PRG-EXISTE
009620        NOT INVALID KEY
009630           MOVE 'S' TO WRK-SW-PRG-EXISTE
009640     END-READ
009650
009660     IF WRK-PRG-EXISTE
009670        AND WRK-PRG-SITUACAO = 'E'
009680        AND (REG-PRG-ENTREGUE OR REG-PRG-CONFIRMADO)
009690        AND REG-PRG-RODADA = WRK-PRG-RODADA
009700        ADD 1 TO WRK-QTDE-JA-REGISTRADOS
009710        GO TO 6510-EXIT
009720     END-IF
009730
009740     IF NOT WRK-PRG-EXISTE
009750        MOVE SPACES              TO REG-PEDREG
009760        MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
009770        MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
009780        MOVE WRK-PRG-DATA        TO REG-PRG-DATA-INCLUSAO
009790        MOVE ZEROS               TO REG-PRG-QTDE-EVENTOS
009800        MOVE ZEROS               TO REG-PRG-QTDE-RECUSAS
009810        MOVE ZEROS               TO REG-PRG-RODADA
009820     END-IF
009830
009840     IF WRK-PRG-RECUSA
009850        IF REG-PRG-QTDE-RECUSAS < 999
009860           ADD 1 TO REG-PRG-QTDE-RECUSAS
009870        END-IF
009880     ELSE
009890        MOVE WRK-PRG-SITUACAO TO REG-PRG-SITUACAO
009900        MOVE WRK-PRG-DATA     TO REG-PRG-DATA-SITUACAO
009910        MOVE WRK-PRG-RODADA   TO REG-PRG-RODADA
009920     END-IF
009930     PERFORM 6550-ANEXAR-EVENTO THRU 6550-EXIT
009940
009950     WRITE REG-PEDREG
009960        INVALID KEY
009970           REWRITE REG-PEDREG
009980     END-WRITE
009990     IF WRK-FS-PEDREG NOT = '00'
010000        DISPLAY 'SOLBRST - AVISO - PEDREG NAO ATUALIZADO - '
010010                WRK-PRG-SOLICITANTE ' ' WRK-PRG-REFERENCIA
010020                ' FS=' WRK-FS-PEDREG
010030     END-IF.
010040 6510-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 6550-ANEXAR-EVENTO - ACRESCENTA O EVENTO AO HISTORICO DO       *
010090*                      PEDIDO; COM O HISTORICO CHEIO, DESCARTA   *
010100*                      O EVENTO MAIS ANTIGO.                     *
010110******************************************************************
010120 6550-ANEXAR-EVENTO.
010130
010140     IF REG-PRG-QTDE-EVENTOS < WRK-PRG-MAX-EVENTOS
010150        COMPUTE WRK-PRG-POS = REG-PRG-QTDE-EVENTOS + 1
010160     ELSE
010170        PERFORM 6560-DESLOCAR-EVENTO THRU 6560-EXIT
010180           VARYING WRK-PRG-IND FROM 1 BY 1
010190           UNTIL WRK-PRG-IND >= WRK-PRG-MAX-EVENTOS
010200        MOVE WRK-PRG-MAX-EVENTOS TO WRK-PRG-POS
010210     END-IF
010220
010230     MOVE WRK-PRG-SITUACAO TO REG-PRG-EVT-SITUACAO (WRK-PRG-POS)
010240     MOVE WRK-PRG-DATA TO REG-PRG-EVT-DATA (WRK-PRG-POS)
010250     MOVE WRK-PRG-HORA TO REG-PRG-EVT-HORA (WRK-PRG-POS)
010260     MOVE WRK-PRG-RODADA TO REG-PRG-EVT-RODADA (WRK-PRG-POS)
010270     MOVE WRK-PRG-ORIGEM TO REG-PRG-EVT-ORIGEM (WRK-PRG-POS)
010280     MOVE WRK-PRG-COMPL TO REG-PRG-EVT-COMPL (WRK-PRG-POS)
010290     IF REG-PRG-QTDE-EVENTOS < 999
010300        ADD 1 TO REG-PRG-QTDE-EVENTOS
010310     END-IF.
010320 6550-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 6560-DESLOCAR-EVENTO - ANDA UMA POSICAO COM O HISTORICO.       *
010370******************************************************************
010380 6560-DESLOCAR-EVENTO.
010390
010400     MOVE REG-PRG-EVENTO (WRK-PRG-IND + 1)
010410       TO REG-PRG-EVENTO (WRK-PRG-IND).
010420 6560-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA NA SAIDA DE           *
010470*                           IMPRESSAO CORRENTE E IMPRIME OS      *
010480*                           CABECALHOS DO PEDIDO.                *
010490******************************************************************
010500 7000-IMPRIMIR-CABECALHO.
010510
010520     ADD 1 TO WRK-PAG-CONTADOR
010530     MOVE WRK-PAG-CONTADOR TO BCAB-PAGINA
010540     MOVE WRK-RODADA-ALVO  TO BCAB-RODADA
010550     MOVE WRK-DATA-EMISSAO (7:2) TO BCAB-EMI-DIA
010560     MOVE WRK-DATA-EMISSAO (5:2) TO BCAB-EMI-MES
010570     MOVE WRK-DATA-EMISSAO (1:4) TO BCAB-EMI-ANO
010580
010590     MOVE BCAB-LINHA-1 TO WRK-LINHA
010600     MOVE 'S' TO WRK-SW-AVANCO-PAGINA
010610     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010620     MOVE BCAB-LINHA-2 TO WRK-LINHA
010630     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010640     MOVE BCAB-LINHA-3 TO WRK-LINHA
010650     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010660     MOVE SPACES TO WRK-LINHA
010670     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010680     MOVE BCAB-COLUNAS TO WRK-LINHA
010690     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010700     MOVE SPACES TO WRK-LINHA
010710     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010720     MOVE 7 TO WRK-LIN-CONTADOR.
010730 7000-EXIT.
010740     EXIT.
010750
010760******************************************************************
010770* 7100-GRAVAR-LINHA - GRAVA UMA LINHA NO RELATORIO DO PEDIDO     *
010780*                     CORRENTE, QUEBRANDO A PAGINA QUANDO        *
010790*                     NECESSARIO.                                *
010800******************************************************************
010810 7100-GRAVAR-LINHA.
010820
010830     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
010840        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
010850     END-IF
010860     PERFORM 7200-ESCREVER-LINHA THRU 7200-EXIT
010870     ADD 1 TO WRK-LIN-CONTADOR.
010880 7100-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 7200-ESCREVER-LINHA - ESCREVE WRK-LINHA NA SAIDA DE IMPRESSAO  *
010930*                       CORRENTE (RELP01 A RELP10), SALTANDO A   *
010940*                       PAGINA QUANDO O CABECALHO PEDIU.         *
010950******************************************************************
010960 7200-ESCREVER-LINHA.
010970
010980     EVALUATE WRK-SAIDA-CORRENTE
010990        WHEN 1
011000           MOVE WRK-LINHA TO REG-RELP01
011010           IF WRK-AVANCO-PAGINA
011020              WRITE REG-RELP01 AFTER ADVANCING PAGE
011030           ELSE
011040              WRITE REG-RELP01 AFTER ADVANCING 1 LINE
011050           END-IF
011060        WHEN 2
011070           MOVE WRK-LINHA TO REG-RELP02
011080           IF WRK-AVANCO-PAGINA
011090              WRITE REG-RELP02 AFTER ADVANCING PAGE
011100           ELSE
011110              WRITE REG-RELP02 AFTER ADVANCING 1 LINE
011120           END-IF
011130        WHEN 3
011140           MOVE WRK-LINHA TO REG-RELP03
011150           IF WRK-AVANCO-PAGINA
011160              WRITE REG-RELP03 AFTER ADVANCING PAGE
011170           ELSE
011180              WRITE REG-RELP03 AFTER ADVANCING 1 LINE
011190           END-IF
011200        WHEN 4
011210           MOVE WRK-LINHA TO REG-RELP04
011220           IF WRK-AVANCO-PAGINA
011230              WRITE REG-RELP04 AFTER ADVANCING PAGE
011240           ELSE
011250              WRITE REG-RELP04 AFTER ADVANCING 1 LINE
011260           END-IF
011270        WHEN 5
011280           MOVE WRK-LINHA TO REG-RELP05
011290           IF WRK-AVANCO-PAGINA
011300              WRITE REG-RELP05 AFTER ADVANCING PAGE
011310           ELSE
011320              WRITE REG-RELP05 AFTER ADVANCING 1 LINE
011330           END-IF
011340        WHEN 6
011350           MOVE WRK-LINHA TO REG-RELP06
011360           IF WRK-AVANCO-PAGINA
011370              WRITE REG-RELP06 AFTER ADVANCING PAGE
011380           ELSE
011390              WRITE REG-RELP06 AFTER ADVANCING 1 LINE
011400           END-IF
011410        WHEN 7
011420           MOVE WRK-LINHA TO REG-RELP07
011430           IF WRK-AVANCO-PAGINA
011440              WRITE REG-RELP07 AFTER ADVANCING PAGE
011450           ELSE
011460              WRITE REG-RELP07 AFTER ADVANCING 1 LINE
011470           END-IF
011480        WHEN 8
011490           MOVE WRK-LINHA TO REG-RELP08
011500           IF WRK-AVANCO-PAGINA
011510              WRITE REG-RELP08 AFTER ADVANCING PAGE
011520           ELSE
011530              WRITE REG-RELP08 AFTER ADVANCING 1 LINE
011540           END-IF
011550        WHEN 9
011560           MOVE WRK-LINHA TO REG-RELP09
011570           IF WRK-AVANCO-PAGINA
011580              WRITE REG-RELP09 AFTER ADVANCING PAGE
011590           ELSE
011600              WRITE REG-RELP09 AFTER ADVANCING 1 LINE
011610           END-IF
011620        WHEN OTHER
011630           MOVE WRK-LINHA TO REG-RELP10
011640           IF WRK-AVANCO-PAGINA
011650              WRITE REG-RELP10 AFTER ADVANCING PAGE
011660           ELSE
011670              WRITE REG-RELP10 AFTER ADVANCING 1 LINE
011680           END-IF
011690     END-EVALUATE
011700     MOVE 'N' TO WRK-SW-AVANCO-PAGINA.
011710 7200-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750* 7300-NOMEAR-SAIDA - MONTA O NOME DA SAIDA DE IMPRESSAO         *
011760*                     CORRENTE (RELPNN) PARA O INDICE DE         *
011770*                     DISTRIBUICAO.                              *
011780******************************************************************
011790 7300-NOMEAR-SAIDA.
011800
011810     MOVE 'RELP  ' TO IDX-SAIDA
011820     MOVE WRK-SAIDA-CORRENTE TO IDX-SAIDA (5:2).
011830 7300-EXIT.
011840     EXIT.
011850
011860******************************************************************
011870* 7400-GRAVAR-INDICE - GRAVA UMA LINHA NO INDICE DE              *
011880*                      DISTRIBUICAO, COM CABECALHO PROPRIO.      *
011890******************************************************************
011900 7400-GRAVAR-INDICE.
011910
011920     IF WRK-LIN-IDX > WRK-LIN-MAX
011930        ADD 1 TO WRK-PAG-IDX
011940        MOVE WRK-PAG-IDX TO IDX-PAGINA
011950        MOVE WRK-RODADA-ALVO TO IDX-RODADA
011960        MOVE WRK-DATA-EMISSAO (7:2) TO IDX-EMI-DIA
011970        MOVE WRK-DATA-EMISSAO (5:2) TO IDX-EMI-MES
011980        MOVE WRK-DATA-EMISSAO (1:4) TO IDX-EMI-ANO
011990        MOVE IDX-CAB-1 TO REG-RELIDX
012000        WRITE REG-RELIDX AFTER ADVANCING PAGE
012010        MOVE SPACES TO REG-RELIDX
012020        WRITE REG-RELIDX AFTER ADVANCING 1 LINE
012030        MOVE IDX-COLUNAS TO REG-RELIDX
012040        WRITE REG-RELIDX AFTER ADVANCING 1 LINE
012050        MOVE SPACES TO REG-RELIDX
012060        WRITE REG-RELIDX AFTER ADVANCING 1 LINE
012070        MOVE 5 TO WRK-LIN-IDX
012080     END-IF
012090     MOVE IDX-LINHA TO REG-RELIDX
012100     WRITE REG-RELIDX AFTER ADVANCING 1 LINE
012110     ADD 1 TO WRK-LIN-IDX.
012120 7400-EXIT.
012130     EXIT.
012140
012150 9300-GRD-EDITAR.
012160
012170     MOVE SPACES TO WRK-NUM-EDITADO
012180     MOVE ZEROS  TO WRK-GRD-IND-EDIT
012190     PERFORM 9310-GRD-PROCURAR-DIGITO THRU 9310-EXIT
012200         VARYING WRK-GRD-IND FROM 1 BY 1
012210         UNTIL WRK-GRD-IND > 112
012220            OR WRK-GRD-IND-EDIT > ZEROS
012230     IF WRK-GRD-IND-EDIT = ZEROS
012240        MOVE '0' TO WRK-NUM-EDITADO (1:1)
012250     ELSE
012260        COMPUTE WRK-GRD-TAM = 113 - WRK-GRD-IND-EDIT
012270        IF WRK-GRD-A-SINAL = '-'
012280           MOVE '-' TO WRK-NUM-EDITADO (1:1)
012290           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
012300                TO WRK-NUM-EDITADO (2:WRK-GRD-TAM)
012310        ELSE
012320           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
012330                TO WRK-NUM-EDITADO (1:WRK-GRD-TAM)
012340        END-IF
012350     END-IF.
012360 9300-EXIT.
012370     EXIT.
012380
012390 9310-GRD-PROCURAR-DIGITO.
012400
012410     IF WRK-GRD-A-DIG (WRK-GRD-IND) > ZEROS
012420        MOVE WRK-GRD-IND TO WRK-GRD-IND-EDIT
012430     END-IF.
012440 9310-EXIT.
012450     EXIT.
012460
012470******************************************************************
012480* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
012490*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
012500*                            PASSO (PROGRAMA, DATA/HORA,         *
012510*                            RETURN-CODE E PEDIDOS DESMEMBRADOS),*
012520*                            PARA O HISTORICO DE OPERACAO E O    *
012530*                            REINICIO DO SOLJOB (SOLRST). UMA    *
012540*                            FALHA DE GRAVACAO AQUI SO GERA      *
012550*                            AVISO, SEM ALTERAR O RETURN-CODE DO *
012560*                            PASSO.                              *
012570******************************************************************
012580 8500-GRAVAR-RUN-CONTROLE.
012590
012600     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
012610     ACCEPT WRK-HORA-CTL FROM TIME
012620     OPEN EXTEND RUNCTL
012630     IF WRK-FS-RUNCTL = '35'
012640        OPEN OUTPUT RUNCTL
012650     END-IF
012660     IF WRK-FS-RUNCTL NOT = '00'
012670        DISPLAY 'SOLBRST - AVISO - RUNCTL INDISPONIVEL - FS='
012680                WRK-FS-RUNCTL
012690        GO TO 8500-EXIT
012700     END-IF
012710
012720     MOVE SPACES            TO REG-RUNCTL
012730     SET REG-RUN-REG-PASSO  TO TRUE
012740     MOVE WRK-RODADA-ALVO   TO REG-RUN-RODADA
012750     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
012760     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
012770     MOVE 'SOLBRST '        TO REG-RUN-PAS-PROGRAMA
012780     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
012790     MOVE WRK-QTDE-PEDIDOS  TO REG-RUN-PAS-QTDE-REGS
012800     WRITE REG-RUNCTL
012810     CLOSE RUNCTL.
012820 8500-EXIT.
012830     EXIT.
012840
012850******************************************************************
012860* 9999-ENCERRAR - FECHA OS ARQUIVOS, EXIBE OS TOTAIS E DEVOLVE   *
012870*                 O RETURN-CODE.                                 *
012880******************************************************************
012890 9999-ENCERRAR.
012900
012910     DISPLAY 'SOLBRST - PEDIDOS DESMEMBRADOS: ' WRK-QTDE-PEDIDOS
012920     IF WRK-QTDE-JA-REGISTRADOS > ZEROS
012930        DISPLAY 'SOLBRST - ' WRK-QTDE-JA-REGISTRADOS
012940                ' PEDIDO(S) JA REGISTRADO(S) NO PEDREG'
012950                ' POR EXECUCAO ANTERIOR DA RODADA'
012960     END-IF
012970     IF WRK-QTDE-EXCEDENTES > ZEROS
012980        DISPLAY 'SOLBRST - AVISO - ' WRK-QTDE-EXCEDENTES
012990                ' PEDIDO(S) EXCEDENTE(S) ACUMULADO(S) NA RELP10'
013000     END-IF
013010     CLOSE SAIDA
013020     CLOSE RELP01 RELP02 RELP03 RELP04 RELP05
013030           RELP06 RELP07 RELP08 RELP09 RELP10
013040     CLOSE RELIDX
013050     IF WRK-PEDREG-DISPONIVEL
013060        CLOSE PEDREG
013070     END-IF
013080     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
013090     MOVE WRK-RETORNO TO RETURN-CODE
013100     STOP RUN.
013110 9999-EXIT.
013120     EXIT.
013130
013140 END PROGRAM SOLBRST.
