000010******************************************************************
000020* PROGRAM  : SOLLOTE                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : RECEPCAO DOS LOTES DE PEDIDOS DOS DEPARTAMENTOS E   *
000070*            MONTAGEM DO ARQUIVO ENTRADA DA RODADA. CADA FONTE   *
000080*            (DEPARTAMENTO) ENVIA O SEU ARQUIVO (LOTE01 A        *
000090*            LOTE05), COM UM OU MAIS LOTES NO FORMATO:           *
000100*              HEADER  - POS 01-03 'HDR', 05-12 FONTE, 14-19     *
000110*                        NUMERO DO LOTE, 21-28 DATA (AAAAMMDD)   *
000120*              PEDIDOS - NO LAYOUT DO ARQUIVO ENTRADA (96 POS.)  *
000130*              TRAILER - POS 01-03 'TRL', 05-12 FONTE, 14-19     *
000140*                        NUMERO DO LOTE, 21-27 QTDE DE PEDIDOS,  *
000150*                        29-38 TOTAL DE HASH (SOMA DO CAMPO      *
000160*                        QTDE-TERMOS, POS 01-03; BRANCO = ZERO)  *
000170*            NA PRIMEIRA PASSAGEM CADA LOTE E CONFERIDO CONTRA O *
000180*            SEU TRAILER E CONTRA O CONTROLE DE LOTES RECEBIDOS  *
000190*            (LOTCTL, VSAM KSDS, CHAVE = FONTE + NUMERO); NA     *
000200*            SEGUNDA, OS PEDIDOS DOS LOTES ACEITOS SAO GRAVADOS  *
000210*            NA ENTRADA E O LOTE E ANOTADO NO LOTCTL. LOTE FORA  *
000220*            DE BALANCEAMENTO, SEM TRAILER OU JA RECEBIDO E      *
000230*            REJEITADO INTEIRO, SEM PREJUDICAR OS DEMAIS LOTES E *
000240*            FONTES. O RELATORIO DE CONTROLE (RELLOTE) TRAZ UMA  *
000250*            PAGINA POR FONTE.                                   *
000260*                                                                *
000270*            RETURN-CODES: 0 = TODOS OS LOTES ACEITOS; 4 = HOUVE *
000280*            LOTE REJEITADO OU REGISTRO FORA DE LOTE; 8 = ALGUM  *
000290*            ARQUIVO DE FONTE NAO PODE SER ABERTO (AS DEMAIS     *
000300*            FONTES SAO PROCESSADAS); 16 = ERRO DE ABERTURA DA   *
000310*            ENTRADA, DO LOTCTL OU DO RELATORIO.                 *
000320******************************************************************
000330* MODIFICATION HISTORY                                           *
000340*  DATE       INIC  DESCRICAO                                    *
000350*  15/10/2026 RL    VERSAO INICIAL - RECEPCAO DE LOTES COM       *
000360*                   HEADER/TRAILER E TOTAIS DE CONTROLE.         *
000370*  15/10/2026 RL    REGISTRO 'S' DO PASSO NO RUNCTL AO ENCERRAR  *
000380*                   (RODADA ZERADA), QUE ABRE O CICLO DA RODADA  *
000390*                   PARA O REINICIO DO SOLJOB PELO SOLRST.       *
000400*  15/10/2026 RL    ARQUIVO DE FONTE QUE NAO REABRE NA SEGUNDA   *
000410*                   PASSAGEM PASSA A SER FONTE NAO ABERTA (RC 8, *
000420*                   SEM ANOTAR OS LOTES NO LOTCTL), SEM RC 16.   *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     SOLLOTE.
000460 AUTHOR.         ROBSON LIMA.
000470 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000480 DATE-WRITTEN.   15/10/2026.
000490 DATE-COMPILED.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LOTE01 ASSIGN TO LOTE01
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-FS-LOTE01.
000560     SELECT LOTE02 ASSIGN TO LOTE02
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-FS-LOTE02.
000590     SELECT LOTE03 ASSIGN TO LOTE03
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-FS-LOTE03.
000620     SELECT LOTE04 ASSIGN TO LOTE04
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-FS-LOTE04.
000650     SELECT LOTE05 ASSIGN TO LOTE05
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-LOTE05.
000680     SELECT LOTCTL ASSIGN TO LOTCTL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS REG-LTC-CHAVE
000720         FILE STATUS IS WRK-FS-LOTCTL.
000730     SELECT ENTRADA ASSIGN TO ENTRADA
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-FS-ENTRADA.
000760     SELECT RELLOTE ASSIGN TO RELLOTE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-FS-RELLOTE.
000790     SELECT RUNCTL ASSIGN TO RUNCTL
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-FS-RUNCTL.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  LOTE01
000850     RECORDING MODE IS F.
000860 01  REG-LOTE01                  PIC X(96).
000870
000880 FD  LOTE02
000890     RECORDING MODE IS F.
000900 01  REG-LOTE02                  PIC X(96).
000910
000920 FD  LOTE03
000930     RECORDING MODE IS F.
000940 01  REG-LOTE03                  PIC X(96).
000950
000960 FD  LOTE04
000970     RECORDING MODE IS F.
000980 01  REG-LOTE04                  PIC X(96).
000990
001000 FD  LOTE05
001010     RECORDING MODE IS F.
001020 01  REG-LOTE05                  PIC X(96).
001030
001040 FD  LOTCTL.
001050 01  REG-LOTCTL.
001060     05 REG-LTC-CHAVE.
001070        10 REG-LTC-FONTE          PIC X(08).
001080        10 REG-LTC-NUMERO         PIC 9(06).
001090     05 FILLER                    PIC X(01).
001100     05 REG-LTC-DATA-LOTE         PIC X(08).
001110     05 FILLER                    PIC X(01).
001120     05 REG-LTC-DATA-RECEB        PIC 9(08).
001130     05 FILLER                    PIC X(01).
001140     05 REG-LTC-HORA-RECEB        PIC 9(08).
001150     05 FILLER                    PIC X(01).
001160     05 REG-LTC-QTDE-PEDIDOS      PIC 9(07).
001170     05 FILLER                    PIC X(01).
001180     05 REG-LTC-HASH              PIC 9(10).
001190     05 FILLER                    PIC X(20).
001200
001210 FD  ENTRADA
001220     RECORDING MODE IS F.
001230 01  REG-ENTRADA                 PIC X(96).
001240
001250 FD  RELLOTE
001260     RECORDING MODE IS F.
001270 01  REG-RELLOTE                 PIC X(132).
001280
001290 FD  RUNCTL
001300     RECORDING MODE IS F.
001310 01  REG-RUNCTL.
001320     05 REG-RUN-TIPO              PIC X(01).
001330        88 REG-RUN-REG-RODADA         VALUE 'R'.
001340        88 REG-RUN-REG-PASSO          VALUE 'S'.
001350     05 FILLER                    PIC X(01).
001360     05 REG-RUN-RODADA            PIC 9(05).
001370     05 FILLER                    PIC X(01).
001380     05 REG-RUN-DATA              PIC X(08).
001390     05 FILLER                    PIC X(01).
001400     05 REG-RUN-CORPO.
001410        10 REG-RUN-HORA-INI        PIC X(08).
001420        10 FILLER                  PIC X(01).
001430        10 REG-RUN-HORA-FIM        PIC X(08).
001440        10 FILLER                  PIC X(01).
001450        10 REG-RUN-RETORNO         PIC 9(02).
001460        10 FILLER                  PIC X(01).
001470        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
001480        10 FILLER                  PIC X(01).
001490        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
001500        10 FILLER                  PIC X(01).
001510        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
001520        10 FILLER                  PIC X(01).
001530        10 REG-RUN-QTDE-RETOM      PIC 9(05).
001540     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
001550        10 REG-RUN-PAS-HORA        PIC X(08).
001560        10 FILLER                  PIC X(01).
001570        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
001580        10 FILLER                  PIC X(01).
001590        10 REG-RUN-PAS-RETORNO     PIC 9(02).
001600        10 FILLER                  PIC X(01).
001610        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
001620        10 FILLER                  PIC X(18).
001630 WORKING-STORAGE SECTION.
001640 77 WRK-FS-LOTE01                PIC X(02) VALUE ZEROS.
001650 77 WRK-FS-LOTE02                PIC X(02) VALUE ZEROS.
001660 77 WRK-FS-LOTE03                PIC X(02) VALUE ZEROS.
001670 77 WRK-FS-LOTE04                PIC X(02) VALUE ZEROS.
001680 77 WRK-FS-LOTE05                PIC X(02) VALUE ZEROS.
001690 77 WRK-FS-LOTE                  PIC X(02) VALUE ZEROS.
001700 77 WRK-FS-LOTCTL                PIC X(02) VALUE ZEROS.
001710 77 WRK-FS-ENTRADA               PIC X(02) VALUE ZEROS.
001720 77 WRK-FS-RELLOTE               PIC X(02) VALUE ZEROS.
001730 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
001740 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
001750 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
001760 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001770 77 WRK-SW-FIM-LOTE              PIC X(01) VALUE 'N'.
001780    88 WRK-FIM-LOTE                  VALUE 'S'.
001790 77 WRK-SW-LOTE-ABERTO           PIC X(01) VALUE 'N'.
001800    88 WRK-LOTE-ABERTO               VALUE 'S'.
001810 77 WRK-SW-COPIAR                PIC X(01) VALUE 'N'.
001820    88 WRK-COPIAR                    VALUE 'S'.
001830 77 WRK-SW-FONTE-ABERTA          PIC X(01) VALUE 'N'.
001840    88 WRK-FONTE-ABERTA              VALUE 'S'.
001850 77 WRK-SW-INCORPORADA           PIC X(01) VALUE 'N'.
001860    88 WRK-FONTE-INCORPORADA         VALUE 'S'.
001870 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
001880 77 WRK-HORA-EMISSAO             PIC 9(08) VALUE ZEROS.
001890 77 WRK-IND-FONTE                PIC S9(04) COMP VALUE ZEROS.
001900 77 WRK-MAX-FONTES               PIC S9(04) COMP VALUE 5.
001910 77 WRK-IND-LOTE                 PIC S9(04) COMP VALUE ZEROS.
001920 77 WRK-IND-BUSCA                PIC S9(04) COMP VALUE ZEROS.
001930 77 WRK-ORD-LOTE                 PIC S9(04) COMP VALUE ZEROS.
001940 77 WRK-QTDE-LOTES               PIC S9(04) COMP VALUE ZEROS.
001950 77 WRK-MAX-LOTES                PIC S9(04) COMP VALUE 100.
001960 77 WRK-NOME-ARQUIVO             PIC X(08) VALUE SPACES.
001970 77 WRK-FONTE-ARQUIVO            PIC X(08) VALUE SPACES.
001980 77 WRK-MOTIVO                   PIC X(32) VALUE SPACES.
001990 77 WRK-FTE-REGISTROS            PIC 9(07) VALUE ZEROS.
002000 77 WRK-FTE-FORA-LOTE            PIC 9(07) VALUE ZEROS.
002010 77 WRK-FTE-ACEITOS              PIC 9(05) VALUE ZEROS.
002020 77 WRK-FTE-REJEITADOS           PIC 9(05) VALUE ZEROS.
002030 77 WRK-FTE-IGNORADOS            PIC 9(05) VALUE ZEROS.
002040 77 WRK-FTE-INCORPORADOS         PIC 9(07) VALUE ZEROS.
002050 77 WRK-TOT-FONTES               PIC 9(03) VALUE ZEROS.
002060 77 WRK-TOT-ACEITOS              PIC 9(05) VALUE ZEROS.
002070 77 WRK-TOT-REJEITADOS           PIC 9(05) VALUE ZEROS.
002080 77 WRK-TOT-INCORPORADOS         PIC 9(07) VALUE ZEROS.
002090 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
002100 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
002110 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
002120
002130*    REGISTRO CORRENTE DO ARQUIVO DA FONTE, COM AS VISOES DE
002140*    HEADER, TRAILER E PEDIDO (LAYOUT DO ARQUIVO ENTRADA).
002150 01 LOT-REGISTRO.
002160    05 LOT-TIPO                  PIC X(03).
002170       88 LOT-TIPO-HEADER            VALUE 'HDR'.
002180       88 LOT-TIPO-TRAILER           VALUE 'TRL'.
002190    05 FILLER                    PIC X(01).
002200    05 LOT-FONTE                 PIC X(08).
002210    05 FILLER                    PIC X(01).
002220    05 LOT-NUMERO                PIC X(06).
002230    05 LOT-NUMERO-N REDEFINES LOT-NUMERO
002240                                 PIC 9(06).
002250    05 FILLER                    PIC X(01).
002260    05 LOT-CORPO                 PIC X(76).
002270    05 LOT-HDR-CORPO REDEFINES LOT-CORPO.
002280       10 LOT-HDR-DATA           PIC X(08).
002290       10 FILLER                 PIC X(68).
002300    05 LOT-TRL-CORPO REDEFINES LOT-CORPO.
002310       10 LOT-TRL-QTDE           PIC X(07).
002320       10 LOT-TRL-QTDE-N REDEFINES LOT-TRL-QTDE
002330                                 PIC 9(07).
002340       10 FILLER                 PIC X(01).
002350       10 LOT-TRL-HASH           PIC X(10).
002360       10 LOT-TRL-HASH-N REDEFINES LOT-TRL-HASH
002370                                 PIC 9(10).
002380       10 FILLER                 PIC X(58).
002390 01 LOT-PEDIDO REDEFINES LOT-REGISTRO.
002400    05 LOT-PED-QTDE-TERMOS       PIC 9(03).
002410    05 FILLER                    PIC X(93).
002420
002430*    LOTES DO ARQUIVO DA FONTE CORRENTE, NA ORDEM DO ARQUIVO. A
002440*    SEGUNDA PASSAGEM LOCALIZA O LOTE PELA MESMA ORDEM.
002450 01 TAB-LOTES.
002460    05 TAB-LOT-ITEM OCCURS 100 TIMES.
002470       10 TAB-LOT-FONTE          PIC X(08).
002480       10 TAB-LOT-NUMERO         PIC X(06).
002490       10 TAB-LOT-DATA           PIC X(08).
002500       10 TAB-LOT-QTDE-INF       PIC X(07).
002510       10 TAB-LOT-HASH-INF       PIC X(10).
002520       10 TAB-LOT-QTDE-CONT      PIC 9(07).
002530       10 TAB-LOT-HASH-CALC      PIC 9(10).
002540       10 TAB-LOT-SITUACAO       PIC X(01).
002550          88 TAB-LOT-ACEITO          VALUE 'A'.
002560          88 TAB-LOT-REJEITADO       VALUE 'R'.
002570       10 TAB-LOT-MOTIVO         PIC X(32).
002580
002590 01 CAB-LINHA-1.
002600    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
002610    05 FILLER                    PIC X(42) VALUE
002620       'CONTROLE DE RECEPCAO DE LOTES DE PEDIDOS  '.
002630    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
002640    05 CAB-EMI-DIA               PIC X(02).
002650    05 FILLER                    PIC X(01) VALUE '/'.
002660    05 CAB-EMI-MES               PIC X(02).
002670    05 FILLER                    PIC X(01) VALUE '/'.
002680    05 CAB-EMI-ANO               PIC X(04).
002690    05 FILLER                    PIC X(06) VALUE SPACES.
002700    05 FILLER                    PIC X(05) VALUE 'PAG. '.
002710    05 CAB-PAGINA                PIC ZZZ9.
002720    05 FILLER                    PIC X(46) VALUE SPACES.
002730
002740 01 CAB-LINHA-2.
002750    05 FILLER                    PIC X(09) VALUE 'ARQUIVO: '.
002760    05 CAB-ARQUIVO               PIC X(08).
002770    05 FILLER                    PIC X(10) VALUE '   FONTE: '.
002780    05 CAB-FONTE                 PIC X(08).
002790    05 FILLER                    PIC X(97) VALUE SPACES.
002800
002810 01 CAB-COLUNAS.
002820    05 FILLER                    PIC X(11) VALUE ' FONTE'.
002830    05 FILLER                    PIC X(08) VALUE 'LOTE'.
002840    05 FILLER                    PIC X(10) VALUE 'DATA'.
002850    05 FILLER                    PIC X(09) VALUE 'QTDE INF'.
002860    05 FILLER                    PIC X(09) VALUE 'QTDE CONT'.
002870    05 FILLER                    PIC X(12) VALUE 'HASH INFORM.'.
002880    05 FILLER                    PIC X(12) VALUE 'HASH CALC.'.
002890    05 FILLER                    PIC X(61) VALUE 'SITUACAO'.
002900
002910 01 DET-LINHA.
002920    05 FILLER                    PIC X(01) VALUE SPACES.
002930    05 DET-FONTE                 PIC X(08).
002940    05 FILLER                    PIC X(02) VALUE SPACES.
002950    05 DET-NUMERO                PIC X(06).
002960    05 FILLER                    PIC X(02) VALUE SPACES.
002970    05 DET-DATA                  PIC X(08).
002980    05 FILLER                    PIC X(02) VALUE SPACES.
002990    05 DET-QTDE-INF              PIC X(07).
003000    05 FILLER                    PIC X(02) VALUE SPACES.
003010    05 DET-QTDE-CONT             PIC 9(07).
003020    05 FILLER                    PIC X(02) VALUE SPACES.
003030    05 DET-HASH-INF              PIC X(10).
003040    05 FILLER                    PIC X(02) VALUE SPACES.
003050    05 DET-HASH-CALC             PIC 9(10).
003060    05 FILLER                    PIC X(02) VALUE SPACES.
003070    05 DET-SITUACAO              PIC X(44).
003080    05 FILLER                    PIC X(15) VALUE SPACES.
003090
003100 01 MSG-LINHA.
003110    05 FILLER                    PIC X(05) VALUE ' *** '.
003120    05 MSG-TEXTO                 PIC X(60).
003130    05 FILLER                    PIC X(67) VALUE SPACES.
003140
003150 01 TOT-LINHA-1.
003160    05 FILLER                    PIC X(30) VALUE
003170       'LOTES ACEITOS...............: '.
003180    05 TOT-ACEITOS               PIC ZZ,ZZ9.
003190    05 FILLER                    PIC X(96) VALUE SPACES.
003200
003210 01 TOT-LINHA-2.
003220    05 FILLER                    PIC X(30) VALUE
003230       'LOTES REJEITADOS............: '.
003240    05 TOT-REJEITADOS            PIC ZZ,ZZ9.
003250    05 FILLER                    PIC X(96) VALUE SPACES.
003260
003270 01 TOT-LINHA-3.
003280    05 FILLER                    PIC X(30) VALUE
003290       'PEDIDOS INCORPORADOS........: '.
003300    05 TOT-INCORPORADOS          PIC Z,ZZZ,ZZ9.
003310    05 FILLER                    PIC X(93) VALUE SPACES.
003320
003330 01 TOT-LINHA-4.
003340    05 FILLER                    PIC X(30) VALUE
003350       'REGISTROS FORA DE LOTE......: '.
003360    05 TOT-FORA-LOTE             PIC Z,ZZZ,ZZ9.
003370    05 FILLER                    PIC X(93) VALUE SPACES.
003380
003390 01 TOT-LINHA-5.
003400    05 FILLER                    PIC X(30) VALUE
003410       'FONTES COM MOVIMENTO........: '.
003420    05 TOT-FONTES                PIC ZZ9.
003430    05 FILLER                    PIC X(99) VALUE SPACES.
003440
003450 PROCEDURE DIVISION.
003460 0000-MAINLINE.
003470
003480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003490
003500     IF WRK-RETORNO < 16
003510        PERFORM 2000-PROCESSAR-FONTE THRU 2000-EXIT
003520            VARYING WRK-IND-FONTE FROM 1 BY 1
003530            UNTIL WRK-IND-FONTE > WRK-MAX-FONTES
003540        PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
003550     END-IF
003560
003570     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
003580
003590******************************************************************
003600* 1000-INICIALIZAR - OBTEM A DATA/HORA DA RECEPCAO E ABRE O      *
003610*                    CONTROLE DE LOTES (CRIADO VAZIO NA PRIMEIRA *
003620*                    EXECUCAO), A ENTRADA DA RODADA E O          *
003630*                    RELATORIO. OS ARQUIVOS DAS FONTES SAO       *
003640*                    ABERTOS UM DE CADA VEZ.                     *
003650******************************************************************
003660 1000-INICIALIZAR.
003670
003680     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
003690     ACCEPT WRK-HORA-EMISSAO FROM TIME
003700
003710     OPEN I-O LOTCTL
003720     IF WRK-FS-LOTCTL = '35'
003730        OPEN OUTPUT LOTCTL
003740        IF WRK-FS-LOTCTL = '00'
003750           CLOSE LOTCTL
003760           OPEN I-O LOTCTL
003770        END-IF
003780     END-IF
003790     IF WRK-FS-LOTCTL NOT = '00'
003800        DISPLAY 'SOLLOTE - ERRO AO ABRIR LOTCTL - FS='
003810                WRK-FS-LOTCTL
003820        MOVE 16 TO WRK-RETORNO
003830     END-IF
003840
003850     OPEN OUTPUT ENTRADA
003860     IF WRK-FS-ENTRADA NOT = '00'
003870        DISPLAY 'SOLLOTE - ERRO AO ABRIR ENTRADA - FS='
003880                WRK-FS-ENTRADA
003890        MOVE 16 TO WRK-RETORNO
003900     END-IF
003910
003920     OPEN OUTPUT RELLOTE
003930     IF WRK-FS-RELLOTE NOT = '00'
003940        DISPLAY 'SOLLOTE - ERRO AO ABRIR RELLOTE - FS='
003950                WRK-FS-RELLOTE
003960        MOVE 16 TO WRK-RETORNO
003970     END-IF.
003980 1000-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020* 2000-PROCESSAR-FONTE - TRATA O ARQUIVO DE UMA FONTE: CONFERE   *
004030*                        OS LOTES, INCORPORA OS ACEITOS NA       *
004040*                        ENTRADA, ANOTA-OS NO LOTCTL E IMPRIME A *
004050*                        PAGINA DA FONTE. ARQUIVO VAZIO (OU DD   *
004060*                        DUMMY) E FONTE SEM MOVIMENTO; ARQUIVO   *
004070*                        QUE NAO ABRE DA RETURN-CODE 8, MAS NAO  *
004080*                        IMPEDE AS OUTRAS FONTES.                *
004090******************************************************************
004100 2000-PROCESSAR-FONTE.
004110
004120     MOVE ZEROS  TO WRK-QTDE-LOTES
004130     MOVE ZEROS  TO WRK-FTE-REGISTROS
004140     MOVE ZEROS  TO WRK-FTE-FORA-LOTE
004150     MOVE ZEROS  TO WRK-FTE-ACEITOS
004160     MOVE ZEROS  TO WRK-FTE-REJEITADOS
004170     MOVE ZEROS  TO WRK-FTE-IGNORADOS
004180     MOVE ZEROS  TO WRK-FTE-INCORPORADOS
004190     MOVE SPACES TO WRK-FONTE-ARQUIVO
004200     MOVE SPACES TO WRK-MOTIVO
004210
004220     PERFORM 2100-ABRIR-FONTE THRU 2100-EXIT
004230     IF NOT WRK-FONTE-ABERTA
004240        DISPLAY 'SOLLOTE - ERRO AO ABRIR ' WRK-NOME-ARQUIVO
004250                ' - FS=' WRK-FS-LOTE
004260        IF WRK-RETORNO < 8
004270           MOVE 8 TO WRK-RETORNO
004280        END-IF
004290        MOVE 'ARQUIVO NAO PODE SER ABERTO' TO WRK-MOTIVO
004300        GO TO 2000-IMPRIMIR
004310     END-IF
004320
004330     PERFORM 3000-CONFERIR-FONTE THRU 3000-EXIT
004340     PERFORM 2300-FECHAR-FONTE THRU 2300-EXIT
004350
004360     IF WRK-FTE-REGISTROS = ZEROS
004370        MOVE 'SEM MOVIMENTO' TO WRK-MOTIVO
004380        GO TO 2000-IMPRIMIR
004390     END-IF
004400
004410     ADD 1 TO WRK-TOT-FONTES
004420     IF WRK-FTE-ACEITOS > ZEROS
004430        PERFORM 4000-INCORPORAR-FONTE THRU 4000-EXIT
004440        IF NOT WRK-FONTE-INCORPORADA
004450           GO TO 2000-IMPRIMIR
004460        END-IF
004470        PERFORM 5000-REGISTRAR-LOTES THRU 5000-EXIT
004480            VARYING WRK-IND-LOTE FROM 1 BY 1
004490            UNTIL WRK-IND-LOTE > WRK-QTDE-LOTES
004500     END-IF
004510
004520     ADD WRK-FTE-ACEITOS      TO WRK-TOT-ACEITOS
004530     ADD WRK-FTE-REJEITADOS   TO WRK-TOT-REJEITADOS
004540     ADD WRK-FTE-IGNORADOS    TO WRK-TOT-REJEITADOS
004550     ADD WRK-FTE-INCORPORADOS TO WRK-TOT-INCORPORADOS
004560     DISPLAY 'SOLLOTE - ' WRK-NOME-ARQUIVO ' FONTE '
004570             WRK-FONTE-ARQUIVO ' LOTES ACEITOS: ' WRK-FTE-ACEITOS
004580             ' REJEITADOS: ' WRK-FTE-REJEITADOS
004590             ' PEDIDOS: ' WRK-FTE-INCORPORADOS.
004600 2000-IMPRIMIR.
004610     PERFORM 6000-IMPRIMIR-FONTE THRU 6000-EXIT.
004620 2000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 2100-ABRIR-FONTE - ABRE O ARQUIVO DA FONTE CORRENTE (LOTE01 A  *
004670*                    LOTE05) E FAZ A PRIMEIRA LEITURA.           *
004680******************************************************************
004690 2100-ABRIR-FONTE.
004700
004710     MOVE 'N' TO WRK-SW-FIM-LOTE
004720     EVALUATE WRK-IND-FONTE
004730        WHEN 1
004740           MOVE 'LOTE01' TO WRK-NOME-ARQUIVO
004750           OPEN INPUT LOTE01
004760           MOVE WRK-FS-LOTE01 TO WRK-FS-LOTE
004770        WHEN 2
004780           MOVE 'LOTE02' TO WRK-NOME-ARQUIVO
004790           OPEN INPUT LOTE02
004800           MOVE WRK-FS-LOTE02 TO WRK-FS-LOTE
004810        WHEN 3
004820           MOVE 'LOTE03' TO WRK-NOME-ARQUIVO
004830           OPEN INPUT LOTE03
004840           MOVE WRK-FS-LOTE03 TO WRK-FS-LOTE
004850        WHEN 4
004860           MOVE 'LOTE04' TO WRK-NOME-ARQUIVO
004870           OPEN INPUT LOTE04
004880           MOVE WRK-FS-LOTE04 TO WRK-FS-LOTE
004890        WHEN 5
004900           MOVE 'LOTE05' TO WRK-NOME-ARQUIVO
004910           OPEN INPUT LOTE05
004920           MOVE WRK-FS-LOTE05 TO WRK-FS-LOTE
004930     END-EVALUATE
004940
004950     IF WRK-FS-LOTE = '00'
004960        MOVE 'S' TO WRK-SW-FONTE-ABERTA
004970        PERFORM 2200-LER-FONTE THRU 2200-EXIT
004980     ELSE
004990        MOVE 'N' TO WRK-SW-FONTE-ABERTA
005000        MOVE 'S' TO WRK-SW-FIM-LOTE
005010     END-IF.
005020 2100-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2200-LER-FONTE - LE O PROXIMO REGISTRO DO ARQUIVO DA FONTE     *
005070*                  CORRENTE NA AREA LOT-REGISTRO.                *
005080******************************************************************
005090 2200-LER-FONTE.
005100
005110     EVALUATE WRK-IND-FONTE
005120        WHEN 1
005130           READ LOTE01 INTO LOT-REGISTRO
005140               AT END
005150                  MOVE 'S' TO WRK-SW-FIM-LOTE
005160           END-READ
005170        WHEN 2
005180           READ LOTE02 INTO LOT-REGISTRO
005190               AT END
005200                  MOVE 'S' TO WRK-SW-FIM-LOTE
005210           END-READ
005220        WHEN 3
005230           READ LOTE03 INTO LOT-REGISTRO
005240               AT END
005250                  MOVE 'S' TO WRK-SW-FIM-LOTE
005260           END-READ
005270        WHEN 4
005280           READ LOTE04 INTO LOT-REGISTRO
005290               AT END
005300                  MOVE 'S' TO WRK-SW-FIM-LOTE
005310           END-READ
005320        WHEN 5
005330           READ LOTE05 INTO LOT-REGISTRO
005340               AT END
005350                  MOVE 'S' TO WRK-SW-FIM-LOTE
005360           END-READ
005370     END-EVALUATE.
005380 2200-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 2300-FECHAR-FONTE - FECHA O ARQUIVO DA FONTE CORRENTE.         *
005430******************************************************************
005440 2300-FECHAR-FONTE.
005450
005460     EVALUATE WRK-IND-FONTE
005470        WHEN 1
005480           CLOSE LOTE01
005490        WHEN 2
005500           CLOSE LOTE02
005510        WHEN 3
005520           CLOSE LOTE03
005530        WHEN 4
005540           CLOSE LOTE04
005550        WHEN 5
005560           CLOSE LOTE05
005570     END-EVALUATE.
005580 2300-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 3000-CONFERIR-FONTE - PRIMEIRA PASSAGEM: MONTA A TABELA DE     *
005630*                       LOTES DO ARQUIVO COM OS TOTAIS CONTADOS  *
005640*                       E A SITUACAO DE CADA UM. LOTE AINDA      *
005650*                       ABERTO NO FIM DO ARQUIVO FICOU SEM       *
005660*                       TRAILER.                                 *
005670******************************************************************
005680 3000-CONFERIR-FONTE.
005690
005700     MOVE 'N'   TO WRK-SW-LOTE-ABERTO
005710     MOVE ZEROS TO WRK-IND-LOTE
005720     PERFORM 3100-CONFERIR-REGISTRO THRU 3100-EXIT
005730         UNTIL WRK-FIM-LOTE
005740
005750     IF WRK-LOTE-ABERTO
005760        MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO
005770        PERFORM 3400-ENCERRAR-LOTE THRU 3400-EXIT
005780     END-IF
005790     MOVE SPACES TO WRK-MOTIVO.
005800 3000-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 3100-CONFERIR-REGISTRO - TRATA UM REGISTRO DA PRIMEIRA         *
005850*                          PASSAGEM CONFORME O SEU TIPO.         *
005860******************************************************************
005870 3100-CONFERIR-REGISTRO.
005880
005890     ADD 1 TO WRK-FTE-REGISTROS
005900     EVALUATE TRUE
005910        WHEN LOT-TIPO-HEADER
005920           PERFORM 3200-ABRIR-LOTE THRU 3200-EXIT
005930        WHEN LOT-TIPO-TRAILER
005940           PERFORM 3300-CONFERIR-TRAILER THRU 3300-EXIT
005950        WHEN OTHER
005960           PERFORM 3150-CONTAR-PEDIDO THRU 3150-EXIT
005970     END-EVALUATE
005980
005990     PERFORM 2200-LER-FONTE THRU 2200-EXIT.
006000 3100-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 3150-CONTAR-PEDIDO - CONTA O PEDIDO NO LOTE ABERTO E SOMA O    *
006050*                      SEU QTDE-TERMOS NO TOTAL DE HASH (BRANCO  *
006060*                      OU NAO NUMERICO CONTA ZERO). PEDIDO SEM   *
006070*                      LOTE ABERTO E DESCARTADO COMO FORA DE     *
006080*                      LOTE.                                     *
006090******************************************************************
006100 3150-CONTAR-PEDIDO.
006110
006120     IF NOT WRK-LOTE-ABERTO
006130        ADD 1 TO WRK-FTE-FORA-LOTE
006140        GO TO 3150-EXIT
006150     END-IF
006160     IF WRK-IND-LOTE = ZEROS
006170        GO TO 3150-EXIT
006180     END-IF
006190
006200     ADD 1 TO TAB-LOT-QTDE-CONT (WRK-IND-LOTE)
006210     IF LOT-PED-QTDE-TERMOS IS NUMERIC
006220        ADD LOT-PED-QTDE-TERMOS
006230           TO TAB-LOT-HASH-CALC (WRK-IND-LOTE)
006240     END-IF.
006250 3150-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 3200-ABRIR-LOTE - UM HEADER ABRE UM NOVO LOTE NA TABELA (O     *
006300*                   LOTE ANTERIOR AINDA ABERTO FICOU SEM         *
006310*                   TRAILER). HEADER SEM FONTE, COM NUMERO OU    *
006320*                   DATA NAO NUMERICOS CONDENA O LOTE. COM A     *
006330*                   TABELA CHEIA, O LOTE E IGNORADO (NAO ENTRA   *
006340*                   NA ENTRADA) COM RETURN-CODE 4.               *
006350******************************************************************
006360 3200-ABRIR-LOTE.
006370
006380     IF WRK-LOTE-ABERTO
006390        MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO
006400        PERFORM 3400-ENCERRAR-LOTE THRU 3400-EXIT
006410     END-IF
006420
006430     MOVE 'S'    TO WRK-SW-LOTE-ABERTO
006440     MOVE SPACES TO WRK-MOTIVO
006450     IF WRK-FONTE-ARQUIVO = SPACES
006460        MOVE LOT-FONTE TO WRK-FONTE-ARQUIVO
006470     END-IF
006480
006490     IF WRK-QTDE-LOTES NOT < WRK-MAX-LOTES
006500        MOVE ZEROS TO WRK-IND-LOTE
006510        ADD 1 TO WRK-FTE-IGNORADOS
006520        DISPLAY 'SOLLOTE - AVISO - TABELA DE LOTES CHEIA - LOTE '
006530                LOT-FONTE '/' LOT-NUMERO ' DE ' WRK-NOME-ARQUIVO
006540                ' IGNORADO'
006550        IF WRK-RETORNO < 4
006560           MOVE 4 TO WRK-RETORNO
006570        END-IF
006580        GO TO 3200-EXIT
006590     END-IF
006600
006610     ADD 1 TO WRK-QTDE-LOTES
006620     MOVE WRK-QTDE-LOTES TO WRK-IND-LOTE
006630     MOVE LOT-FONTE      TO TAB-LOT-FONTE (WRK-IND-LOTE)
006640     MOVE LOT-NUMERO     TO TAB-LOT-NUMERO (WRK-IND-LOTE)
006650     MOVE LOT-HDR-DATA   TO TAB-LOT-DATA (WRK-IND-LOTE)
006660     MOVE SPACES         TO TAB-LOT-QTDE-INF (WRK-IND-LOTE)
006670     MOVE SPACES         TO TAB-LOT-HASH-INF (WRK-IND-LOTE)
006680     MOVE ZEROS          TO TAB-LOT-QTDE-CONT (WRK-IND-LOTE)
006690     MOVE ZEROS          TO TAB-LOT-HASH-CALC (WRK-IND-LOTE)
006700     MOVE SPACES         TO TAB-LOT-SITUACAO (WRK-IND-LOTE)
006710     MOVE SPACES         TO TAB-LOT-MOTIVO (WRK-IND-LOTE)
006720
006730     IF LOT-FONTE = SPACES
006740        OR LOT-NUMERO IS NOT NUMERIC
006750        OR LOT-HDR-DATA IS NOT NUMERIC
006760        MOVE 'HEADER INVALIDO' TO TAB-LOT-MOTIVO (WRK-IND-LOTE)
006770     END-IF.
006780 3200-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820* 3300-CONFERIR-TRAILER - CONFERE O TRAILER CONTRA O HEADER E    *
006830*                         CONTRA OS TOTAIS CONTADOS, E O LOTE    *
006840*                         CONTRA O CONTROLE DE LOTES RECEBIDOS.  *
006850*                         O PRIMEIRO ERRO ENCONTRADO E O MOTIVO  *
006860*                         DA REJEICAO. TRAILER SEM LOTE ABERTO E *
006870*                         REGISTRO FORA DE LOTE.                 *
006880******************************************************************
006890 3300-CONFERIR-TRAILER.
006900
006910     IF NOT WRK-LOTE-ABERTO
006920        ADD 1 TO WRK-FTE-FORA-LOTE
006930        GO TO 3300-EXIT
006940     END-IF
006950     IF WRK-IND-LOTE = ZEROS
006960        MOVE 'N' TO WRK-SW-LOTE-ABERTO
006970        GO TO 3300-EXIT
006980     END-IF
006990
007000     MOVE LOT-TRL-QTDE TO TAB-LOT-QTDE-INF (WRK-IND-LOTE)
007010     MOVE LOT-TRL-HASH TO TAB-LOT-HASH-INF (WRK-IND-LOTE)
007020     MOVE TAB-LOT-MOTIVO (WRK-IND-LOTE) TO WRK-MOTIVO
007030     IF WRK-MOTIVO NOT = SPACES
007040        GO TO 3300-ENCERRAR
007050     END-IF
007060
007070     IF LOT-FONTE NOT = TAB-LOT-FONTE (WRK-IND-LOTE)
007080        OR LOT-NUMERO NOT = TAB-LOT-NUMERO (WRK-IND-LOTE)
007090        MOVE 'TRAILER DE OUTRO LOTE' TO WRK-MOTIVO
007100        GO TO 3300-ENCERRAR
007110     END-IF
007120
007130     IF LOT-TRL-QTDE IS NOT NUMERIC
007140        OR LOT-TRL-QTDE-N NOT = TAB-LOT-QTDE-CONT (WRK-IND-LOTE)
007150        MOVE 'QTDE DE PEDIDOS DIFERE DO TRL.' TO WRK-MOTIVO
007160        GO TO 3300-ENCERRAR
007170     END-IF
007180
007190     IF LOT-TRL-HASH IS NOT NUMERIC
007200        OR LOT-TRL-HASH-N NOT = TAB-LOT-HASH-CALC (WRK-IND-LOTE)
007210        MOVE 'TOTAL DE HASH DIFERE DO TRAILER' TO WRK-MOTIVO
007220        GO TO 3300-ENCERRAR
007230     END-IF
007240
007250     PERFORM 3350-VERIFICAR-REPETIDO THRU 3350-EXIT.
007260 3300-ENCERRAR.
007270     PERFORM 3400-ENCERRAR-LOTE THRU 3400-EXIT.
007280 3300-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 3350-VERIFICAR-REPETIDO - RECUSA O LOTE JA RECEBIDO EM RODADA  *
007330*                           ANTERIOR (LOTCTL) OU JA ACEITO MAIS  *
007340*                           ACIMA NO PROPRIO ARQUIVO. OS LOTES   *
007350*                           DAS FONTES JA PROCESSADAS NESTA      *
007360*                           EXECUCAO ESTAO NO LOTCTL.            *
007370******************************************************************
007380 3350-VERIFICAR-REPETIDO.
007390
007400     MOVE TAB-LOT-FONTE (WRK-IND-LOTE) TO REG-LTC-FONTE
007410     MOVE LOT-NUMERO-N                 TO REG-LTC-NUMERO
007420     READ LOTCTL
007430         INVALID KEY
007440            CONTINUE
007450         NOT INVALID KEY
007460            MOVE 'LOTE JA RECEBIDO' TO WRK-MOTIVO
007470     END-READ
007480     IF WRK-MOTIVO NOT = SPACES
007490        GO TO 3350-EXIT
007500     END-IF
007510
007520     PERFORM 3450-COMPARAR-LOTE THRU 3450-EXIT
007530         VARYING WRK-IND-BUSCA FROM 1 BY 1
007540         UNTIL WRK-IND-BUSCA NOT < WRK-IND-LOTE
007550            OR (TAB-LOT-ACEITO (WRK-IND-BUSCA)
007560                AND TAB-LOT-FONTE (WRK-IND-BUSCA)
007570                                 = TAB-LOT-FONTE (WRK-IND-LOTE)
007580                AND TAB-LOT-NUMERO (WRK-IND-BUSCA)
007590                                 = TAB-LOT-NUMERO (WRK-IND-LOTE))
007600     IF WRK-IND-BUSCA < WRK-IND-LOTE
007610        MOVE 'LOTE REPETIDO NO ARQUIVO' TO WRK-MOTIVO
007620     END-IF.
007630 3350-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 3400-ENCERRAR-LOTE - FECHA O LOTE ABERTO COM A SITUACAO FINAL: *
007680*                      ACEITO SE NAO HA MOTIVO, REJEITADO (COM   *
007690*                      RETURN-CODE 4) EM CASO CONTRARIO.         *
007700******************************************************************
007710 3400-ENCERRAR-LOTE.
007720
007730     MOVE 'N' TO WRK-SW-LOTE-ABERTO
007740     IF WRK-IND-LOTE = ZEROS
007750        GO TO 3400-EXIT
007760     END-IF
007770
007780     IF WRK-MOTIVO = SPACES
007790        SET TAB-LOT-ACEITO (WRK-IND-LOTE) TO TRUE
007800        ADD 1 TO WRK-FTE-ACEITOS
007810     ELSE
007820        SET TAB-LOT-REJEITADO (WRK-IND-LOTE) TO TRUE
007830        MOVE WRK-MOTIVO TO TAB-LOT-MOTIVO (WRK-IND-LOTE)
007840        ADD 1 TO WRK-FTE-REJEITADOS
007850        DISPLAY 'SOLLOTE - AVISO - LOTE '
007860                TAB-LOT-FONTE (WRK-IND-LOTE) '/'
007870                TAB-LOT-NUMERO (WRK-IND-LOTE) ' DE '
007880                WRK-NOME-ARQUIVO ' REJEITADO: ' WRK-MOTIVO
007890        IF WRK-RETORNO < 4
007900           MOVE 4 TO WRK-RETORNO
007910        END-IF
007920     END-IF.
007930 3400-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* 3450-COMPARAR-LOTE - CORPO DA VARREDURA DA TABELA DE LOTES; A  *
007980*                      COMPARACAO E FEITA NO PROPRIO UNTIL DO    *
007990*                      PERFORM.                                  *
008000******************************************************************
008010 3450-COMPARAR-LOTE.
008020
008030     CONTINUE.
008040 3450-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 4000-INCORPORAR-FONTE - SEGUNDA PASSAGEM: RELE O ARQUIVO DA    *
008090*                         FONTE E GRAVA NA ENTRADA OS PEDIDOS    *
008100*                         DOS LOTES ACEITOS, LOCALIZANDO CADA    *
008110*                         LOTE NA TABELA PELA SUA ORDEM. SE O    *
008120*                         ARQUIVO NAO REABRE, NADA E GRAVADO E A *
008130*                         FONTE FICA COMO NAO ABERTA (NENHUM     *
008140*                         LOTE E ANOTADO NO LOTCTL).             *
008150******************************************************************
008160 4000-INCORPORAR-FONTE.
008170
008180     MOVE 'N' TO WRK-SW-INCORPORADA
008190     PERFORM 2100-ABRIR-FONTE THRU 2100-EXIT
008200     IF NOT WRK-FONTE-ABERTA
008210        DISPLAY 'SOLLOTE - ERRO AO REABRIR ' WRK-NOME-ARQUIVO
008220                ' - FS=' WRK-FS-LOTE
008230        IF WRK-RETORNO < 8
008240           MOVE 8 TO WRK-RETORNO
008250        END-IF
008260        MOVE 'ARQUIVO NAO PODE SER ABERTO' TO WRK-MOTIVO
008270        GO TO 4000-EXIT
008280     END-IF
008290     MOVE 'S' TO WRK-SW-INCORPORADA
008300
008310     MOVE ZEROS TO WRK-ORD-LOTE
008320     MOVE 'N'   TO WRK-SW-COPIAR
008330     PERFORM 4100-INCORPORAR-REGISTRO THRU 4100-EXIT
008340         UNTIL WRK-FIM-LOTE
008350     PERFORM 2300-FECHAR-FONTE THRU 2300-EXIT.
008360 4000-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 4100-INCORPORAR-REGISTRO - O HEADER DIZ SE O LOTE SERA COPIADO *
008410*                            (ACEITO NA CONFERENCIA); O TRAILER  *
008420*                            ENCERRA A COPIA; OS PEDIDOS DO LOTE *
008430*                            ACEITO VAO PARA A ENTRADA.          *
008440******************************************************************
008450 4100-INCORPORAR-REGISTRO.
008460
008470     EVALUATE TRUE
008480        WHEN LOT-TIPO-HEADER
008490           ADD 1 TO WRK-ORD-LOTE
008500           MOVE 'N' TO WRK-SW-COPIAR
008510           IF WRK-ORD-LOTE NOT > WRK-QTDE-LOTES
008520              IF TAB-LOT-ACEITO (WRK-ORD-LOTE)
008530                 MOVE 'S' TO WRK-SW-COPIAR
008540              END-IF
008550           END-IF
008560        WHEN LOT-TIPO-TRAILER
008570           MOVE 'N' TO WRK-SW-COPIAR
008580        WHEN OTHER
008590           IF WRK-COPIAR
008600              WRITE REG-ENTRADA FROM LOT-REGISTRO
008610              ADD 1 TO WRK-FTE-INCORPORADOS
008620           END-IF
008630     END-EVALUATE
008640
008650     PERFORM 2200-LER-FONTE THRU 2200-EXIT.
008660 4100-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 5000-REGISTRAR-LOTES - ANOTA NO CONTROLE DE LOTES (LOTCTL)     *
008710*                        CADA LOTE ACEITO E INCORPORADO, PARA    *
008720*                        QUE UM REENVIO SEJA RECUSADO.           *
008730******************************************************************
008740 5000-REGISTRAR-LOTES.
008750
008760     IF NOT TAB-LOT-ACEITO (WRK-IND-LOTE)
008770        GO TO 5000-EXIT
008780     END-IF
008790
008800     MOVE SPACES                          TO REG-LOTCTL
008810     MOVE TAB-LOT-FONTE (WRK-IND-LOTE)    TO REG-LTC-FONTE
008820     MOVE TAB-LOT-NUMERO (WRK-IND-LOTE)   TO REG-LTC-NUMERO
008830     MOVE TAB-LOT-DATA (WRK-IND-LOTE)     TO REG-LTC-DATA-LOTE
008840     MOVE WRK-DATA-EMISSAO                TO REG-LTC-DATA-RECEB
008850     MOVE WRK-HORA-EMISSAO                TO REG-LTC-HORA-RECEB
008860     MOVE TAB-LOT-QTDE-CONT (WRK-IND-LOTE)
008870                                          TO REG-LTC-QTDE-PEDIDOS
008880     MOVE TAB-LOT-HASH-CALC (WRK-IND-LOTE) TO REG-LTC-HASH
008890     WRITE REG-LOTCTL
008900         INVALID KEY
008910            DISPLAY 'SOLLOTE - ERRO AO ANOTAR O LOTE '
008920                    REG-LTC-FONTE '/' REG-LTC-NUMERO
008930                    ' NO LOTCTL - FS=' WRK-FS-LOTCTL
008940            IF WRK-RETORNO < 8
008950               MOVE 8 TO WRK-RETORNO
008960            END-IF
008970     END-WRITE.
008980 5000-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020* 6000-IMPRIMIR-FONTE - IMPRIME A PAGINA DE CONTROLE DA FONTE:   *
009030*                       UMA LINHA POR LOTE (OU A MENSAGEM DE     *
009040*                       FONTE SEM MOVIMENTO / NAO ABERTA) E OS   *
009050*                       TOTAIS DA FONTE.                         *
009060******************************************************************
009070 6000-IMPRIMIR-FONTE.
009080
009090     MOVE 99 TO WRK-LIN-CONTADOR
009100     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
009110
009120     IF WRK-MOTIVO NOT = SPACES
009130        MOVE WRK-MOTIVO TO MSG-TEXTO
009140        MOVE MSG-LINHA  TO REG-RELLOTE
009150        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009160        GO TO 6000-EXIT
009170     END-IF
009180
009190     PERFORM 6100-IMPRIMIR-LOTE THRU 6100-EXIT
009200         VARYING WRK-IND-LOTE FROM 1 BY 1
009210         UNTIL WRK-IND-LOTE > WRK-QTDE-LOTES
009220
009230     IF WRK-FTE-IGNORADOS > ZEROS
009240        MOVE 'LOTES ALEM DA CAPACIDADE DA TABELA FORAM IGNORADOS'
009250                        TO MSG-TEXTO
009260        MOVE MSG-LINHA  TO REG-RELLOTE
009270        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009280     END-IF
009290
009300     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 5
009310        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
009320     END-IF
009330     MOVE SPACES TO REG-RELLOTE
009340     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009350     MOVE WRK-FTE-ACEITOS TO TOT-ACEITOS
009360     MOVE TOT-LINHA-1 TO REG-RELLOTE
009370     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009380     COMPUTE TOT-REJEITADOS = WRK-FTE-REJEITADOS
009390                            + WRK-FTE-IGNORADOS
009400     MOVE TOT-LINHA-2 TO REG-RELLOTE
009410     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009420     MOVE WRK-FTE-INCORPORADOS TO TOT-INCORPORADOS
009430     MOVE TOT-LINHA-3 TO REG-RELLOTE
009440     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009450     MOVE WRK-FTE-FORA-LOTE TO TOT-FORA-LOTE
009460     MOVE TOT-LINHA-4 TO REG-RELLOTE
009470     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009480
009490     IF WRK-FTE-FORA-LOTE > ZEROS
009500        IF WRK-RETORNO < 4
009510           MOVE 4 TO WRK-RETORNO
009520        END-IF
009530     END-IF.
009540 6000-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 6100-IMPRIMIR-LOTE - IMPRIME A LINHA DE UM LOTE COM OS TOTAIS  *
009590*                      INFORMADOS E CONTADOS E A SITUACAO.       *
009600******************************************************************
009610 6100-IMPRIMIR-LOTE.
009620
009630     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
009640        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
009650     END-IF
009660
009670     MOVE TAB-LOT-FONTE (WRK-IND-LOTE)     TO DET-FONTE
009680     MOVE TAB-LOT-NUMERO (WRK-IND-LOTE)    TO DET-NUMERO
009690     MOVE TAB-LOT-DATA (WRK-IND-LOTE)      TO DET-DATA
009700     MOVE TAB-LOT-QTDE-INF (WRK-IND-LOTE)  TO DET-QTDE-INF
009710     MOVE TAB-LOT-QTDE-CONT (WRK-IND-LOTE) TO DET-QTDE-CONT
009720     MOVE TAB-LOT-HASH-INF (WRK-IND-LOTE)  TO DET-HASH-INF
009730     MOVE TAB-LOT-HASH-CALC (WRK-IND-LOTE) TO DET-HASH-CALC
009740     IF TAB-LOT-ACEITO (WRK-IND-LOTE)
009750        MOVE 'ACEITO'                      TO DET-SITUACAO
009760     ELSE
009770        MOVE 'REJ. - '                     TO DET-SITUACAO
009780        MOVE TAB-LOT-MOTIVO (WRK-IND-LOTE) TO DET-SITUACAO (8:32)
009790     END-IF
009800     MOVE DET-LINHA TO REG-RELLOTE
009810     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
009820 6100-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
009870*                           DA FONTE CORRENTE.                   *
009880******************************************************************
009890 7000-IMPRIMIR-CABECALHO.
009900
009910     ADD 1 TO WRK-PAG-CONTADOR
009920     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
009930     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
009940     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
009950     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
009960     MOVE WRK-NOME-ARQUIVO  TO CAB-ARQUIVO
009970     MOVE WRK-FONTE-ARQUIVO TO CAB-FONTE
009980     MOVE CAB-LINHA-1 TO REG-RELLOTE
009990     WRITE REG-RELLOTE AFTER ADVANCING PAGE
010000     MOVE CAB-LINHA-2 TO REG-RELLOTE
010010     WRITE REG-RELLOTE AFTER ADVANCING 1 LINE
010020     MOVE SPACES TO REG-RELLOTE
010030     WRITE REG-RELLOTE AFTER ADVANCING 1 LINE
010040     MOVE CAB-COLUNAS TO REG-RELLOTE
010050     WRITE REG-RELLOTE AFTER ADVANCING 1 LINE
010060     MOVE SPACES TO REG-RELLOTE
010070     WRITE REG-RELLOTE AFTER ADVANCING 1 LINE
010080     MOVE 6 TO WRK-LIN-CONTADOR.
010090 7000-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO.              *
010140******************************************************************
010150 7100-GRAVAR-LINHA.
010160
010170     WRITE REG-RELLOTE AFTER ADVANCING 1 LINE
010180     ADD 1 TO WRK-LIN-CONTADOR.
010190 7100-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230* 8000-IMPRIMIR-TOTAIS - IMPRIME A PAGINA DE TOTAIS GERAIS DA    *
010240*                        RECEPCAO.                               *
010250******************************************************************
010260 8000-IMPRIMIR-TOTAIS.
010270
010280     MOVE 'TOTAL'  TO WRK-NOME-ARQUIVO
010290     MOVE SPACES   TO WRK-FONTE-ARQUIVO
010300     MOVE 99 TO WRK-LIN-CONTADOR
010310     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
010320     MOVE WRK-TOT-FONTES TO TOT-FONTES
010330     MOVE TOT-LINHA-5 TO REG-RELLOTE
010340     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
010350     MOVE WRK-TOT-ACEITOS TO TOT-ACEITOS
010360     MOVE TOT-LINHA-1 TO REG-RELLOTE
010370     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
010380     MOVE WRK-TOT-REJEITADOS TO TOT-REJEITADOS
010390     MOVE TOT-LINHA-2 TO REG-RELLOTE
010400     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
010410     MOVE WRK-TOT-INCORPORADOS TO TOT-INCORPORADOS
010420     MOVE TOT-LINHA-3 TO REG-RELLOTE
010430     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
010440
010450     DISPLAY 'SOLLOTE - LOTES ACEITOS......: ' WRK-TOT-ACEITOS
010460     DISPLAY 'SOLLOTE - LOTES REJEITADOS...: ' WRK-TOT-REJEITADOS
010470     DISPLAY 'SOLLOTE - PEDIDOS NA ENTRADA.: '
010480             WRK-TOT-INCORPORADOS.
010490 8000-EXIT.
010500     EXIT.
010510
010520******************************************************************
010530* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
010540*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
010550*                            PASSO (PROGRAMA, DATA/HORA,         *
010560*                            RETURN-CODE E PEDIDOS INCORPORADOS  *
010570*                            A ENTRADA), QUE ABRE O CICLO DA     *
010580*                            RODADA PARA O REINICIO DO SOLJOB    *
010590*                            (SOLRST).                           *
010600*                            O NUMERO DA RODADA AINDA NAO EXISTE *
010610*                            E SAI ZERADO. UMA FALHA DE GRAVACAO *
010620*                            AQUI SO GERA AVISO, SEM ALTERAR O   *
010630*                            RETURN-CODE DO PASSO.               *
010640******************************************************************
010650 8500-GRAVAR-RUN-CONTROLE.
010660
010670     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
010680     ACCEPT WRK-HORA-CTL FROM TIME
010690     OPEN EXTEND RUNCTL
010700     IF WRK-FS-RUNCTL = '35'
010710        OPEN OUTPUT RUNCTL
010720     END-IF
010730     IF WRK-FS-RUNCTL NOT = '00'
010740        DISPLAY 'SOLLOTE - AVISO - RUNCTL INDISPONIVEL - FS='
010750                WRK-FS-RUNCTL
010760        GO TO 8500-EXIT
010770     END-IF
010780
010790     MOVE SPACES            TO REG-RUNCTL
010800     SET REG-RUN-REG-PASSO  TO TRUE
010810     MOVE ZEROS             TO REG-RUN-RODADA
010820     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
010830     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
010840     MOVE 'SOLLOTE '        TO REG-RUN-PAS-PROGRAMA
010850     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
010860     MOVE WRK-TOT-INCORPORADOS TO REG-RUN-PAS-QTDE-REGS
010870     WRITE REG-RUNCTL
010880     CLOSE RUNCTL.
010890 8500-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
010940*                 ENCERRA O PROGRAMA.                            *
010950******************************************************************
010960 9999-ENCERRAR.
010970
010980     CLOSE LOTCTL
010990     CLOSE ENTRADA
011000     CLOSE RELLOTE
011010     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
011020     MOVE WRK-RETORNO TO RETURN-CODE
011030     STOP RUN.
011040 9999-EXIT.
011050     EXIT.
011060
011070 END PROGRAM SOLLOTE.
