000010******************************************************************
000020* PROGRAM  : SOLCONC                                             *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : CONCILIACAO DO EXTRATO DA RODADA COM O RETORNO DE   *
000070*            CARGA DO DATA WAREHOUSE. AS EXTRACOES VEM DOS       *
000080*            REGISTROS 'S' DO SOLEXT NO RUNCTL (RETURN-CODE ATE  *
000090*            4, COM A QUANTIDADE DE TERMOS EXTRAIDOS) DENTRO DA  *
000100*            JANELA DE N DIAS; VALE A ULTIMA EXTRACAO DE CADA    *
000110*            RODADA. O RETORNO DO WAREHOUSE (RETWH, ACUMULADO)   *
000120*            TRAZ UM REGISTRO POR CARGA:                         *
000130*              POS 01-05 RODADA                                  *
000140*              POS 07-13 LINHAS CARREGADAS                       *
000150*              POS 15-21 LINHAS REJEITADAS                       *
000160*              POS 23-30 DATA DA CARGA (AAAAMMDD)                *
000170*              POS 32-37 HORA DA CARGA (HHMMSS)                  *
000180*            SO CONTA O RETORNO POSTERIOR A ULTIMA EXTRACAO DA   *
000190*            RODADA (O ANTERIOR FOI SUPERADO POR UM REENVIO).    *
000200*            CADA RODADA SAI COMO CONFIRMADA (UM RETORNO, TUDO   *
000210*            CARREGADO, NADA REJEITADO), AGUARDANDO (SEM RETORNO *
000220*            DENTRO DA CARENCIA), SEM RETORNO APOS A CARENCIA,   *
000230*            CARGA PARCIAL OU RETORNO EM DUPLICIDADE; RETORNO DE *
000240*            RODADA SEM EXTRATO NA JANELA TAMBEM E LISTADO. AS   *
000250*            RODADAS SEM RETORNO APOS A CARENCIA E AS DE CARGA   *
000260*            PARCIAL VAO PARA A LISTA DE REENVIO (REENVIO), QUE  *
000270*            O JOB SOLREENJ REEXTRAI; A DUPLICIDADE NAO E        *
000280*            REENVIADA (O WAREHOUSE PRECISA EXPURGAR A CARGA     *
000290*            REPETIDA). OS PEDIDOS GERADOS OU ENTREGUES DE CADA  *
000300*            RODADA CONFIRMADA SAO ANOTADOS NO CADASTRO DE       *
000310*            PEDIDOS (PEDREG) COM A SITUACAO W - SO ENTAO A      *
000320*            RODADA CONTA COMO ENTREGUE AO WAREHOUSE.            *
000330*            PARM: CCCJJJ - CARENCIA E JANELA EM DIAS (SEM PARM, *
000340*            002 E 060).                                         *
000350*                                                                *
000360*            RETURN-CODES: 0 = NADA PENDENTE ALEM DA CARENCIA;   *
000370*            4 = HOUVE RODADA SEM RETORNO, PARCIAL, DUPLICADA,   *
000380*            RETORNO SEM EXTRATO OU INVALIDO, TABELA CHEIA OU    *
000390*            PEDREG INDISPONIVEL; 16 = ERRO DE ABERTURA DE       *
000400*            ARQUIVO OU DE GRAVACAO DA LISTA DE REENVIO.         *
000410******************************************************************
000420* MODIFICATION HISTORY                                           *
000430*  DATE       INIC  DESCRICAO                                    *
000440*  15/10/2026 RL    VERSAO INICIAL - CONCILIACAO DO EXTRATO COM  *
000450*                   O RETORNO DO WAREHOUSE E LISTA DE REENVIO.   *
000460*  15/10/2026 RL    FALHA NA GRAVACAO DA LISTA DE REENVIO DA RC  *
000470*                   16; A RODADA NAO GRAVADA NAO E CONTADA COMO  *
000480*                   REENVIADA E SAI COM 'ERR' NO RELATORIO.      *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     SOLCONC.
000520 AUTHOR.         ROBSON LIMA.
000530 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000540 DATE-WRITTEN.   15/10/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RUNCTL ASSIGN TO RUNCTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-FS-RUNCTL.
000620     SELECT RETWH ASSIGN TO RETWH
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-FS-RETWH.
000650     SELECT PEDREG ASSIGN TO PEDREG
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS REG-PRG-CHAVE
000690         FILE STATUS IS WRK-FS-PEDREG.
000700     SELECT REENVIO ASSIGN TO REENVIO
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WRK-FS-REENVIO.
000730     SELECT RELCONC ASSIGN TO RELCONC
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-FS-RELCONC.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  RUNCTL
000790     RECORDING MODE IS F.
000800 01  REG-RUNCTL.
000810     05 REG-RUN-TIPO              PIC X(01).
000820        88 REG-RUN-REG-RODADA         VALUE 'R'.
000830        88 REG-RUN-REG-PASSO          VALUE 'S'.
000840     05 FILLER                    PIC X(01).
000850     05 REG-RUN-RODADA            PIC 9(05).
000860     05 FILLER                    PIC X(01).
000870     05 REG-RUN-DATA              PIC X(08).
000880     05 FILLER                    PIC X(01).
000890     05 REG-RUN-CORPO.
000900        10 REG-RUN-HORA-INI        PIC X(08).
000910        10 FILLER                  PIC X(01).
000920        10 REG-RUN-HORA-FIM        PIC X(08).
000930        10 FILLER                  PIC X(01).
000940        10 REG-RUN-RETORNO         PIC 9(02).
000950        10 FILLER                  PIC X(01).
000960        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
000970        10 FILLER                  PIC X(01).
000980        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
000990        10 FILLER                  PIC X(01).
001000        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
001010        10 FILLER                  PIC X(01).
001020        10 REG-RUN-QTDE-RETOM      PIC 9(05).
001030     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
001040        10 REG-RUN-PAS-HORA        PIC X(08).
001050        10 FILLER                  PIC X(01).
001060        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
001070        10 FILLER                  PIC X(01).
001080        10 REG-RUN-PAS-RETORNO     PIC 9(02).
001090        10 FILLER                  PIC X(01).
001100        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
001110        10 FILLER                  PIC X(18).
001120
001130 FD  RETWH
001140     RECORDING MODE IS F.
001150 01  REG-RETWH.
001160     05 REG-RET-RODADA            PIC X(05).
001170     05 REG-RET-RODADA-N REDEFINES REG-RET-RODADA
001180                                  PIC 9(05).
001190     05 FILLER                    PIC X(01).
001200     05 REG-RET-CARREGADAS        PIC X(07).
001210     05 REG-RET-CARREGADAS-N REDEFINES REG-RET-CARREGADAS
001220                                  PIC 9(07).
001230     05 FILLER                    PIC X(01).
001240     05 REG-RET-REJEITADAS        PIC X(07).
001250     05 REG-RET-REJEITADAS-N REDEFINES REG-RET-REJEITADAS
001260                                  PIC 9(07).
001270     05 FILLER                    PIC X(01).
001280     05 REG-RET-DATA-CARGA        PIC X(08).
001290     05 FILLER                    PIC X(01).
001300     05 REG-RET-HORA-CARGA        PIC X(06).
001310     05 FILLER                    PIC X(43).
001320
001330 FD  PEDREG.
001340 01  REG-PEDREG.
001350     05 REG-PRG-CHAVE.
001360        10 REG-PRG-SOLICITANTE      PIC X(08).
001370        10 REG-PRG-REFERENCIA       PIC X(12).
001380     05 FILLER                    PIC X(01).
001390     05 REG-PRG-SITUACAO          PIC X(01).
001400        88 REG-PRG-ACEITO             VALUE 'A'.
001410        88 REG-PRG-REJEITADO          VALUE 'R'.
001420        88 REG-PRG-ADIADO             VALUE 'F'.
001430        88 REG-PRG-CAPACIDADE         VALUE 'C'.
001440        88 REG-PRG-GERADO             VALUE 'G'.
001450        88 REG-PRG-ENTREGUE           VALUE 'E'.
001460        88 REG-PRG-CONFIRMADO         VALUE 'W'.
001470     05 FILLER                    PIC X(01).
001480     05 REG-PRG-DATA-SITUACAO     PIC X(08).
001490     05 FILLER                    PIC X(01).
001500     05 REG-PRG-RODADA            PIC 9(05).
001510     05 FILLER                    PIC X(01).
001520     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
001530     05 FILLER                    PIC X(01).
001540     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
001550     05 FILLER                    PIC X(01).
001560     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
001570     05 FILLER                    PIC X(01).
001580     05 REG-PRG-EVENTO OCCURS 12 TIMES.
001590        10 REG-PRG-EVT-SITUACAO     PIC X(01).
001600        10 REG-PRG-EVT-DATA         PIC X(08).
001610        10 REG-PRG-EVT-HORA         PIC X(08).
001620        10 REG-PRG-EVT-RODADA       PIC 9(05).
001630        10 REG-PRG-EVT-ORIGEM       PIC X(08).
001640        10 REG-PRG-EVT-COMPL        PIC X(08).
001650
001660 FD  REENVIO
001670     RECORDING MODE IS F.
001680 01  REG-REENVIO.
001690     05 REG-REE-RODADA            PIC 9(05).
001700     05 FILLER                    PIC X(01).
001710     05 REG-REE-SITUACAO          PIC X(01).
001720     05 FILLER                    PIC X(01).
001730     05 REG-REE-DATA-EXTRATO      PIC X(08).
001740     05 FILLER                    PIC X(01).
001750     05 REG-REE-QTDE-EXTRATO      PIC 9(07).
001760     05 FILLER                    PIC X(01).
001770     05 REG-REE-CARREGADAS        PIC 9(07).
001780     05 FILLER                    PIC X(01).
001790     05 REG-REE-REJEITADAS        PIC 9(07).
001800     05 FILLER                    PIC X(40).
001810
001820 FD  RELCONC
001830     RECORDING MODE IS F.
001840 01  REG-RELCONC                 PIC X(132).
001850 WORKING-STORAGE SECTION.
001860 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
001870 77 WRK-FS-RETWH                 PIC X(02) VALUE ZEROS.
001880 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
001890 77 WRK-FS-REENVIO               PIC X(02) VALUE ZEROS.
001900 77 WRK-FS-RELCONC               PIC X(02) VALUE ZEROS.
001910 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001920 77 WRK-SW-FIM-RUNCTL            PIC X(01) VALUE 'N'.
001930    88 WRK-FIM-RUNCTL                VALUE 'S'.
001940 77 WRK-SW-FIM-RETWH             PIC X(01) VALUE 'N'.
001950    88 WRK-FIM-RETWH                 VALUE 'S'.
001960 77 WRK-SW-FIM-PEDREG            PIC X(01) VALUE 'N'.
001970    88 WRK-FIM-PEDREG                VALUE 'S'.
001980 77 WRK-SW-TABELA-CHEIA          PIC X(01) VALUE 'N'.
001990    88 WRK-TABELA-CHEIA              VALUE 'S'.
002000 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
002010 77 WRK-HORA-EMISSAO             PIC 9(08) VALUE ZEROS.
002020 77 WRK-CARENCIA-DIAS            PIC 9(03) VALUE 002.
002030 77 WRK-JANELA-DIAS              PIC 9(03) VALUE 060.
002040 77 WRK-DIAS-HOJE                PIC S9(07) COMP VALUE ZEROS.
002050 77 WRK-DIAS-INICIO-JANELA       PIC S9(07) COMP VALUE ZEROS.
002060 77 WRK-DIAS-IDADE               PIC S9(07) COMP VALUE ZEROS.
002070 77 WRK-IND-ROD                  PIC S9(04) COMP VALUE ZEROS.
002080 77 WRK-QTDE-RODADAS             PIC S9(04) COMP VALUE ZEROS.
002090 77 WRK-MAX-RODADAS              PIC S9(04) COMP VALUE 1000.
002100 77 WRK-RODADA-BUSCA             PIC 9(05) VALUE ZEROS.
002110 77 WRK-HORA-RETORNO             PIC X(08) VALUE SPACES.
002120 77 WRK-QTDE-CONFIRMADAS         PIC 9(05) VALUE ZEROS.
002130 77 WRK-QTDE-AGUARDANDO          PIC 9(05) VALUE ZEROS.
002140 77 WRK-QTDE-SEM-RETORNO         PIC 9(05) VALUE ZEROS.
002150 77 WRK-QTDE-PARCIAIS            PIC 9(05) VALUE ZEROS.
002160 77 WRK-QTDE-DUPLICADAS          PIC 9(05) VALUE ZEROS.
002170 77 WRK-QTDE-SEM-EXTRATO         PIC 9(05) VALUE ZEROS.
002180 77 WRK-QTDE-REENVIO             PIC 9(05) VALUE ZEROS.
002190 77 WRK-QTDE-RET-LIDOS           PIC 9(07) VALUE ZEROS.
002200 77 WRK-QTDE-RET-INVALIDOS       PIC 9(07) VALUE ZEROS.
002210 77 WRK-QTDE-RET-DESCONSID       PIC 9(07) VALUE ZEROS.
002220 77 WRK-QTDE-PED-CONFIRMADOS     PIC 9(07) VALUE ZEROS.
002230 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
002240 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
002250 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
002260 77 WRK-SW-PEDREG-DISP           PIC X(01) VALUE 'N'.
002270    88 WRK-PEDREG-DISPONIVEL         VALUE 'S'.
002280 77 WRK-PRG-MAX-EVENTOS          PIC S9(04) COMP VALUE 12.
002290 77 WRK-PRG-IND                  PIC S9(04) COMP VALUE ZEROS.
002300 77 WRK-PRG-POS                  PIC S9(04) COMP VALUE ZEROS.
002310
002320 01 WRK-DTC-DATA                 PIC 9(08) VALUE ZEROS.
002330 01 WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
002340    05 WRK-DTC-ANO               PIC 9(04).
002350    05 WRK-DTC-MES               PIC 9(02).
002360    05 WRK-DTC-DIA               PIC 9(02).
002370 01 WRK-DTC-DIAS                 PIC S9(07) COMP VALUE ZEROS.
002380 01 WRK-DTC-ANO-T                PIC S9(05) COMP VALUE ZEROS.
002390 01 WRK-DTC-MES-T                PIC S9(04) COMP VALUE ZEROS.
002400 01 WRK-DTC-PARCELA              PIC S9(07) COMP VALUE ZEROS.
002410
002420*    RODADAS DA JANELA: A ULTIMA EXTRACAO DE CADA UMA E OS
002430*    RETORNOS DO WAREHOUSE POSTERIORES A ELA.
002440 01 TAB-RODADAS.
002450    05 TAB-ROD-ITEM OCCURS 1000 TIMES.
002460       10 TAB-ROD-RODADA         PIC 9(05).
002470       10 TAB-ROD-DATA-EXT       PIC X(08).
002480       10 TAB-ROD-HORA-EXT       PIC X(08).
002490       10 TAB-ROD-QTDE-EXT       PIC 9(07).
002500       10 TAB-ROD-QTDE-RET       PIC 9(03).
002510       10 TAB-ROD-CARREGADAS     PIC 9(07).
002520       10 TAB-ROD-REJEITADAS     PIC 9(07).
002530       10 TAB-ROD-DATA-CARGA     PIC X(08).
002540       10 TAB-ROD-HORA-CARGA     PIC X(06).
002550       10 TAB-ROD-SITUACAO       PIC X(01).
002560          88 TAB-ROD-AGUARDANDO      VALUE 'P'.
002570          88 TAB-ROD-SEM-RETORNO     VALUE 'N'.
002580          88 TAB-ROD-CONFIRMADA      VALUE 'C'.
002590          88 TAB-ROD-PARCIAL         VALUE 'I'.
002600          88 TAB-ROD-DUPLICADA       VALUE 'D'.
002610          88 TAB-ROD-SEM-EXTRATO     VALUE 'X'.
002620       10 TAB-ROD-REENVIAR       PIC X(01).
002630
002640 01 WRK-DATA-EDITADA.
002650    05 WRK-DTE-DIA               PIC X(02).
002660    05 FILLER                    PIC X(01) VALUE '/'.
002670    05 WRK-DTE-MES               PIC X(02).
002680    05 FILLER                    PIC X(01) VALUE '/'.
002690    05 WRK-DTE-ANO               PIC X(04).
002700 01 WRK-HORA-EDITADA.
002710    05 WRK-HRE-HORA              PIC X(02).
002720    05 FILLER                    PIC X(01) VALUE ':'.
002730    05 WRK-HRE-MIN               PIC X(02).
002740    05 FILLER                    PIC X(01) VALUE ':'.
002750    05 WRK-HRE-SEG               PIC X(02).
002760
002770 01 CAB-LINHA-1.
002780    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
002790    05 FILLER                    PIC X(42) VALUE
002800       'CONCILIACAO DO EXTRATO COM O WAREHOUSE    '.
002810    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
002820    05 CAB-EMI-DIA               PIC X(02).
002830    05 FILLER                    PIC X(01) VALUE '/'.
002840    05 CAB-EMI-MES               PIC X(02).
002850    05 FILLER                    PIC X(01) VALUE '/'.
002860    05 CAB-EMI-ANO               PIC X(04).
002870    05 FILLER                    PIC X(06) VALUE SPACES.
002880    05 FILLER                    PIC X(05) VALUE 'PAG. '.
002890    05 CAB-PAGINA                PIC ZZZ9.
002900    05 FILLER                    PIC X(46) VALUE SPACES.
002910
002920 01 CAB-LINHA-2.
002930    05 FILLER                    PIC X(17) VALUE
002940       'CARENCIA (DIAS): '.
002950    05 CAB-CARENCIA              PIC ZZ9.
002960    05 FILLER                    PIC X(19) VALUE
002970       '   JANELA (DIAS): '.
002980    05 CAB-JANELA                PIC ZZ9.
002990    05 FILLER                    PIC X(90) VALUE SPACES.
003000
003010 01 CAB-COLUNAS.
003020    05 FILLER                    PIC X(09) VALUE ' RODADA'.
003030    05 FILLER                    PIC X(12) VALUE 'DATA EXTR.'.
003040    05 FILLER                    PIC X(10) VALUE 'HORA'.
003050    05 FILLER                    PIC X(10) VALUE ' TERMOS'.
003060    05 FILLER                    PIC X(06) VALUE 'RET.'.
003070    05 FILLER                    PIC X(09) VALUE 'CARREG.'.
003080    05 FILLER                    PIC X(09) VALUE 'REJEIT.'.
003090    05 FILLER                    PIC X(12) VALUE 'DATA CARGA'.
003100    05 FILLER                    PIC X(10) VALUE 'HORA'.
003110    05 FILLER                    PIC X(28) VALUE 'SITUACAO'.
003120    05 FILLER                    PIC X(17) VALUE 'REENVIO'.
003130
003140 01 DET-LINHA.
003150    05 FILLER                    PIC X(01) VALUE SPACES.
003160    05 DET-RODADA                PIC 9(05).
003170    05 FILLER                    PIC X(03) VALUE SPACES.
003180    05 DET-DATA-EXT              PIC X(10).
003190    05 FILLER                    PIC X(02) VALUE SPACES.
003200    05 DET-HORA-EXT              PIC X(08).
003210    05 FILLER                    PIC X(02) VALUE SPACES.
003220    05 DET-QTDE-EXT              PIC ZZZZZZ9.
003230    05 FILLER                    PIC X(03) VALUE SPACES.
003240    05 DET-QTDE-RET              PIC ZZ9.
003250    05 FILLER                    PIC X(03) VALUE SPACES.
003260    05 DET-CARREGADAS            PIC ZZZZZZ9.
003270    05 FILLER                    PIC X(02) VALUE SPACES.
003280    05 DET-REJEITADAS            PIC ZZZZZZ9.
003290    05 FILLER                    PIC X(02) VALUE SPACES.
003300    05 DET-DATA-CARGA            PIC X(10).
003310    05 FILLER                    PIC X(02) VALUE SPACES.
003320    05 DET-HORA-CARGA            PIC X(08).
003330    05 FILLER                    PIC X(02) VALUE SPACES.
003340    05 DET-SITUACAO              PIC X(26).
003350    05 FILLER                    PIC X(02) VALUE SPACES.
003360    05 DET-REENVIO               PIC X(03).
003370    05 FILLER                    PIC X(14) VALUE SPACES.
003380
003390 01 MSG-LINHA.
003400    05 FILLER                    PIC X(05) VALUE ' *** '.
003410    05 MSG-TEXTO                 PIC X(60).
003420    05 FILLER                    PIC X(67) VALUE SPACES.
003430
003440 01 TOT-LINHA.
003450    05 TOT-DESCRICAO             PIC X(38).
003460    05 TOT-VALOR                 PIC Z,ZZZ,ZZ9.
003470    05 FILLER                    PIC X(85) VALUE SPACES.
003480
003490 LINKAGE SECTION.
003500 01 LK-PARM.
003510    05 LK-PARM-TAM               PIC S9(04) COMP.
003520    05 LK-PARM-CARENCIA          PIC X(03).
003530    05 LK-PARM-JANELA            PIC X(03).
003540
003550 PROCEDURE DIVISION USING LK-PARM.
003560 0000-MAINLINE.
003570
003580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003590
003600     IF WRK-RETORNO < 16
003610        PERFORM 2000-CARREGAR-EXTRACOES THRU 2000-EXIT
003620        PERFORM 3000-APLICAR-RETORNOS THRU 3000-EXIT
003630        PERFORM 4000-CLASSIFICAR-RODADA THRU 4000-EXIT
003640            VARYING WRK-IND-ROD FROM 1 BY 1
003650            UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
003660        IF WRK-QTDE-CONFIRMADAS > ZEROS
003670           PERFORM 5000-CONFIRMAR-PEDIDOS THRU 5000-EXIT
003680        END-IF
003690        PERFORM 6000-IMPRIMIR-RODADA THRU 6000-EXIT
003700            VARYING WRK-IND-ROD FROM 1 BY 1
003710            UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
003720        PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
003730     END-IF
003740
003750     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
003760
003770******************************************************************
003780* 1000-INICIALIZAR - INTERPRETA O PARM (CARENCIA E JANELA),      *
003790*                    CALCULA A CONTAGEM DE DIAS DE HOJE E DO     *
003800*                    INICIO DA JANELA E ABRE OS ARQUIVOS. SEM O  *
003810*                    PEDREG A CONCILIACAO RODA, MAS NAO ANOTA A  *
003820*                    CONFIRMACAO DOS PEDIDOS (RETURN-CODE 4).    *
003830******************************************************************
003840 1000-INICIALIZAR.
003850
003860     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
003870     ACCEPT WRK-HORA-EMISSAO FROM TIME
003880     MOVE WRK-DATA-EMISSAO TO WRK-DTC-DATA
003890     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
003900     MOVE WRK-DTC-DIAS TO WRK-DIAS-HOJE
003910
003920     IF LK-PARM-TAM > ZEROS
003930        AND LK-PARM-CARENCIA IS NUMERIC
003940        MOVE LK-PARM-CARENCIA TO WRK-CARENCIA-DIAS
003950     END-IF
003960     IF LK-PARM-TAM > 3
003970        AND LK-PARM-JANELA IS NUMERIC
003980        MOVE LK-PARM-JANELA TO WRK-JANELA-DIAS
003990     END-IF
004000     COMPUTE WRK-DIAS-INICIO-JANELA = WRK-DIAS-HOJE
004010                                    - WRK-JANELA-DIAS
004020     DISPLAY 'SOLCONC - CARENCIA (DIAS): ' WRK-CARENCIA-DIAS
004030             ' JANELA (DIAS): ' WRK-JANELA-DIAS
004040
004050     OPEN INPUT RUNCTL
004060     IF WRK-FS-RUNCTL NOT = '00'
004070        DISPLAY 'SOLCONC - ERRO AO ABRIR RUNCTL - FS='
004080                WRK-FS-RUNCTL
004090        MOVE 16 TO WRK-RETORNO
004100     END-IF
004110
004120     OPEN INPUT RETWH
004130     IF WRK-FS-RETWH NOT = '00'
004140        DISPLAY 'SOLCONC - ERRO AO ABRIR RETWH - FS='
004150                WRK-FS-RETWH
004160        MOVE 16 TO WRK-RETORNO
004170     END-IF
004180
004190     OPEN OUTPUT REENVIO
004200     IF WRK-FS-REENVIO NOT = '00'
004210        DISPLAY 'SOLCONC - ERRO AO ABRIR REENVIO - FS='
004220                WRK-FS-REENVIO
004230        MOVE 16 TO WRK-RETORNO
004240     END-IF
004250
004260     OPEN OUTPUT RELCONC
004270     IF WRK-FS-RELCONC NOT = '00'
004280        DISPLAY 'SOLCONC - ERRO AO ABRIR RELCONC - FS='
004290                WRK-FS-RELCONC
004300        MOVE 16 TO WRK-RETORNO
004310     END-IF
004320
004330     OPEN I-O PEDREG
004340     IF WRK-FS-PEDREG = '00'
004350        MOVE 'S' TO WRK-SW-PEDREG-DISP
004360     ELSE
004370        DISPLAY 'SOLCONC - AVISO - CADASTRO PEDREG INDISPONIVEL'
004380                ' - FS=' WRK-FS-PEDREG
004390        IF WRK-RETORNO < 4
004400           MOVE 4 TO WRK-RETORNO
004410        END-IF
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 2000-CARREGAR-EXTRACOES - LE O RUNCTL E MONTA A TABELA COM A   *
004480*                           ULTIMA EXTRACAO DE CADA RODADA DA    *
004490*                           JANELA. REGISTRO 'S' DO SOLEXT SEM A *
004500*                           QUANTIDADE DE TERMOS (ANTERIOR A     *
004510*                           CONCILIACAO) NAO E CONSIDERADO.      *
004520******************************************************************
004530 2000-CARREGAR-EXTRACOES.
004540
004550     PERFORM 2100-LER-RUNCTL THRU 2100-EXIT
004560     PERFORM 2200-AVALIAR-PASSO THRU 2200-EXIT
004570         UNTIL WRK-FIM-RUNCTL
004580     DISPLAY 'SOLCONC - RODADAS EXTRAIDAS NA JANELA: '
004590             WRK-QTDE-RODADAS.
004600 2000-EXIT.
004610     EXIT.
004620
004630 2100-LER-RUNCTL.
004640
004650     READ RUNCTL
004660         AT END
004670            MOVE 'S' TO WRK-SW-FIM-RUNCTL
004680     END-READ.
004690 2100-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 2200-AVALIAR-PASSO - UM REGISTRO 'S' DO SOLEXT COM EXTRATO     *
004740*                      PRODUZIDO (RETURN-CODE ATE 4) DENTRO DA   *
004750*                      JANELA ENTRA NA TABELA OU SUBSTITUI A     *
004760*                      EXTRACAO ANTERIOR DA MESMA RODADA.        *
004770******************************************************************
004780 2200-AVALIAR-PASSO.
004790
004800     IF NOT REG-RUN-REG-PASSO
004810        OR REG-RUN-PAS-PROGRAMA NOT = 'SOLEXT  '
004820        GO TO 2200-LER
004830     END-IF
004840     IF REG-RUN-PAS-RETORNO IS NOT NUMERIC
004850        OR REG-RUN-PAS-RETORNO > 4
004860        OR REG-RUN-PAS-QTDE-REGS IS NOT NUMERIC
004870        OR REG-RUN-RODADA IS NOT NUMERIC
004880        OR REG-RUN-DATA IS NOT NUMERIC
004890        GO TO 2200-LER
004900     END-IF
004910
004920     MOVE REG-RUN-DATA TO WRK-DTC-DATA
004930     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
004940     IF WRK-DTC-DIAS < WRK-DIAS-INICIO-JANELA
004950        GO TO 2200-LER
004960     END-IF
004970
004980     MOVE REG-RUN-RODADA TO WRK-RODADA-BUSCA
004990     PERFORM 2500-LOCALIZAR-RODADA THRU 2500-EXIT
005000     IF WRK-IND-ROD = ZEROS
005010        GO TO 2200-LER
005020     END-IF
005030
005040     IF TAB-ROD-DATA-EXT (WRK-IND-ROD) > REG-RUN-DATA
005050        GO TO 2200-LER
005060     END-IF
005070     IF TAB-ROD-DATA-EXT (WRK-IND-ROD) = REG-RUN-DATA
005080        AND TAB-ROD-HORA-EXT (WRK-IND-ROD) > REG-RUN-PAS-HORA
005090        GO TO 2200-LER
005100     END-IF
005110     MOVE REG-RUN-DATA          TO TAB-ROD-DATA-EXT (WRK-IND-ROD)
005120     MOVE REG-RUN-PAS-HORA      TO TAB-ROD-HORA-EXT (WRK-IND-ROD)
005130     MOVE REG-RUN-PAS-QTDE-REGS TO TAB-ROD-QTDE-EXT (WRK-IND-ROD).
005140 2200-LER.
005150     PERFORM 2100-LER-RUNCTL THRU 2100-EXIT.
005160 2200-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 2500-LOCALIZAR-RODADA - PROCURA WRK-RODADA-BUSCA NA TABELA E,  *
005210*                         SE NAO ACHAR, ABRE UMA ENTRADA NOVA.   *
005220*                         COM A TABELA CHEIA DEVOLVE O INDICE    *
005230*                         ZERADO (RETURN-CODE 4).                *
005240******************************************************************
005250 2500-LOCALIZAR-RODADA.
005260
005270     PERFORM 2550-COMPARAR-RODADA THRU 2550-EXIT
005280         VARYING WRK-IND-ROD FROM 1 BY 1
005290         UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
005300            OR TAB-ROD-RODADA (WRK-IND-ROD) = WRK-RODADA-BUSCA
005310     IF WRK-IND-ROD NOT > WRK-QTDE-RODADAS
005320        GO TO 2500-EXIT
005330     END-IF
005340
005350     IF WRK-QTDE-RODADAS NOT < WRK-MAX-RODADAS
005360        MOVE ZEROS TO WRK-IND-ROD
005370        IF NOT WRK-TABELA-CHEIA
005380           MOVE 'S' TO WRK-SW-TABELA-CHEIA
005390           DISPLAY 'SOLCONC - AVISO - TABELA DE RODADAS CHEIA - '
005400                   'CONCILIACAO PARCIAL'
005410           IF WRK-RETORNO < 4
005420              MOVE 4 TO WRK-RETORNO
005430           END-IF
005440        END-IF
005450        GO TO 2500-EXIT
005460     END-IF
005470
005480     ADD 1 TO WRK-QTDE-RODADAS
005490     MOVE WRK-QTDE-RODADAS TO WRK-IND-ROD
005500     MOVE WRK-RODADA-BUSCA TO TAB-ROD-RODADA (WRK-IND-ROD)
005510     MOVE SPACES TO TAB-ROD-DATA-EXT (WRK-IND-ROD)
005520     MOVE SPACES TO TAB-ROD-HORA-EXT (WRK-IND-ROD)
005530     MOVE ZEROS  TO TAB-ROD-QTDE-EXT (WRK-IND-ROD)
005540     MOVE ZEROS  TO TAB-ROD-QTDE-RET (WRK-IND-ROD)
005550     MOVE ZEROS  TO TAB-ROD-CARREGADAS (WRK-IND-ROD)
005560     MOVE ZEROS  TO TAB-ROD-REJEITADAS (WRK-IND-ROD)
005570     MOVE SPACES TO TAB-ROD-DATA-CARGA (WRK-IND-ROD)
005580     MOVE SPACES TO TAB-ROD-HORA-CARGA (WRK-IND-ROD)
005590     MOVE SPACES TO TAB-ROD-SITUACAO (WRK-IND-ROD)
005600     MOVE 'N'    TO TAB-ROD-REENVIAR (WRK-IND-ROD).
005610 2500-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 2550-COMPARAR-RODADA - CORPO DA VARREDURA DA TABELA DE         *
005660*                        RODADAS; A COMPARACAO E FEITA NO        *
005670*                        PROPRIO UNTIL DO PERFORM.               *
005680******************************************************************
005690 2550-COMPARAR-RODADA.
005700
005710     CONTINUE.
005720 2550-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760* 3000-APLICAR-RETORNOS - LE O RETORNO DO WAREHOUSE E ANOTA CADA *
005770*                         CARGA NA SUA RODADA.                   *
005780******************************************************************
005790 3000-APLICAR-RETORNOS.
005800
005810     PERFORM 3100-LER-RETWH THRU 3100-EXIT
005820     PERFORM 3200-AVALIAR-RETORNO THRU 3200-EXIT
005830         UNTIL WRK-FIM-RETWH.
005840 3000-EXIT.
005850     EXIT.
005860
005870 3100-LER-RETWH.
005880
005890     READ RETWH
005900         AT END
005910            MOVE 'S' TO WRK-SW-FIM-RETWH
005920         NOT AT END
005930            ADD 1 TO WRK-QTDE-RET-LIDOS
005940     END-READ.
005950 3100-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 3200-AVALIAR-RETORNO - RETORNO COM CAMPO NAO NUMERICO E        *
006000*                        INVALIDO (RETURN-CODE 4). CARGA ANTES DA*
006010*                        JANELA OU DA ULTIMA EXTRACAO DA RODADA  *
006020*                        E DESCONSIDERADA. CARGA DE RODADA SEM   *
006030*                        EXTRACAO NA JANELA ABRE UMA ENTRADA     *
006040*                        'RETORNO SEM EXTRATO'.                  *
006050******************************************************************
006060 3200-AVALIAR-RETORNO.
006070
006080     IF REG-RET-RODADA IS NOT NUMERIC
006090        OR REG-RET-CARREGADAS IS NOT NUMERIC
006100        OR REG-RET-REJEITADAS IS NOT NUMERIC
006110        OR REG-RET-DATA-CARGA IS NOT NUMERIC
006120        OR REG-RET-HORA-CARGA IS NOT NUMERIC
006130        ADD 1 TO WRK-QTDE-RET-INVALIDOS
006140        DISPLAY 'SOLCONC - AVISO - RETORNO INVALIDO: '
006150                REG-RETWH (1:37)
006160        IF WRK-RETORNO < 4
006170           MOVE 4 TO WRK-RETORNO
006180        END-IF
006190        GO TO 3200-LER
006200     END-IF
006210
006220     MOVE REG-RET-DATA-CARGA TO WRK-DTC-DATA
006230     PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
006240     IF WRK-DTC-DIAS < WRK-DIAS-INICIO-JANELA
006250        ADD 1 TO WRK-QTDE-RET-DESCONSID
006260        GO TO 3200-LER
006270     END-IF
006280
006290     MOVE REG-RET-RODADA-N TO WRK-RODADA-BUSCA
006300     PERFORM 2500-LOCALIZAR-RODADA THRU 2500-EXIT
006310     IF WRK-IND-ROD = ZEROS
006320        GO TO 3200-LER
006330     END-IF
006340
006350     IF TAB-ROD-DATA-EXT (WRK-IND-ROD) NOT = SPACES
006360        MOVE SPACES             TO WRK-HORA-RETORNO
006370        MOVE REG-RET-HORA-CARGA TO WRK-HORA-RETORNO (1:6)
006380        IF REG-RET-DATA-CARGA < TAB-ROD-DATA-EXT (WRK-IND-ROD)
006390           OR (REG-RET-DATA-CARGA = TAB-ROD-DATA-EXT (WRK-IND-ROD)
006400               AND WRK-HORA-RETORNO (1:6)
006410                   < TAB-ROD-HORA-EXT (WRK-IND-ROD) (1:6))
006420           ADD 1 TO WRK-QTDE-RET-DESCONSID
006430           GO TO 3200-LER
006440        END-IF
006450     END-IF
006460
006470     IF TAB-ROD-QTDE-RET (WRK-IND-ROD) < 999
006480        ADD 1 TO TAB-ROD-QTDE-RET (WRK-IND-ROD)
006490     END-IF
006500     MOVE REG-RET-CARREGADAS-N TO TAB-ROD-CARREGADAS (WRK-IND-ROD)
006510     MOVE REG-RET-REJEITADAS-N TO TAB-ROD-REJEITADAS (WRK-IND-ROD)
006520     MOVE REG-RET-DATA-CARGA   TO TAB-ROD-DATA-CARGA (WRK-IND-ROD)
006530     MOVE REG-RET-HORA-CARGA
006540       TO TAB-ROD-HORA-CARGA (WRK-IND-ROD).
006550 3200-LER.
006560     PERFORM 3100-LER-RETWH THRU 3100-EXIT.
006570 3200-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 4000-CLASSIFICAR-RODADA - DEFINE A SITUACAO DA RODADA E GRAVA  *
006620*                           NA LISTA DE REENVIO AS SEM RETORNO   *
006630*                           APOS A CARENCIA E AS DE CARGA        *
006640*                           PARCIAL. TUDO QUE NAO FOR CONFIRMADA *
006650*                           OU AGUARDANDO DA RETURN-CODE 4.      *
006660******************************************************************
006670 4000-CLASSIFICAR-RODADA.
006680
006690     EVALUATE TRUE
006700        WHEN TAB-ROD-DATA-EXT (WRK-IND-ROD) = SPACES
006710           SET TAB-ROD-SEM-EXTRATO (WRK-IND-ROD) TO TRUE
006720           ADD 1 TO WRK-QTDE-SEM-EXTRATO
006730        WHEN TAB-ROD-QTDE-RET (WRK-IND-ROD) = ZEROS
006740           MOVE TAB-ROD-DATA-EXT (WRK-IND-ROD) TO WRK-DTC-DATA
006750           PERFORM 9400-CONVERTER-DATA-DIAS THRU 9400-EXIT
006760           COMPUTE WRK-DIAS-IDADE = WRK-DIAS-HOJE - WRK-DTC-DIAS
006770           IF WRK-DIAS-IDADE > WRK-CARENCIA-DIAS
006780              SET TAB-ROD-SEM-RETORNO (WRK-IND-ROD) TO TRUE
006790              ADD 1 TO WRK-QTDE-SEM-RETORNO
006800              PERFORM 4500-GRAVAR-REENVIO THRU 4500-EXIT
006810           ELSE
006820              SET TAB-ROD-AGUARDANDO (WRK-IND-ROD) TO TRUE
006830              ADD 1 TO WRK-QTDE-AGUARDANDO
006840           END-IF
006850        WHEN TAB-ROD-QTDE-RET (WRK-IND-ROD) > 1
006860           SET TAB-ROD-DUPLICADA (WRK-IND-ROD) TO TRUE
006870           ADD 1 TO WRK-QTDE-DUPLICADAS
006880        WHEN TAB-ROD-CARREGADAS (WRK-IND-ROD)
006890                             = TAB-ROD-QTDE-EXT (WRK-IND-ROD)
006900             AND TAB-ROD-REJEITADAS (WRK-IND-ROD) = ZEROS
006910           SET TAB-ROD-CONFIRMADA (WRK-IND-ROD) TO TRUE
006920           ADD 1 TO WRK-QTDE-CONFIRMADAS
006930        WHEN OTHER
006940           SET TAB-ROD-PARCIAL (WRK-IND-ROD) TO TRUE
006950           ADD 1 TO WRK-QTDE-PARCIAIS
006960           PERFORM 4500-GRAVAR-REENVIO THRU 4500-EXIT
006970     END-EVALUATE
006980
006990     IF NOT TAB-ROD-CONFIRMADA (WRK-IND-ROD)
007000        AND NOT TAB-ROD-AGUARDANDO (WRK-IND-ROD)
007010        IF WRK-RETORNO < 4
007020           MOVE 4 TO WRK-RETORNO
007030        END-IF
007040     END-IF.
007050 4000-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 4500-GRAVAR-REENVIO - GRAVA A RODADA NA LISTA DE REENVIO. A    *
007100*                       FALHA NA GRAVACAO DA RETURN-CODE 16 E A  *
007110*                       RODADA NAO CONTA COMO REENVIADA.         *
007120******************************************************************
007130 4500-GRAVAR-REENVIO.
007140
007150     MOVE SPACES                          TO REG-REENVIO
007160     MOVE TAB-ROD-RODADA (WRK-IND-ROD)     TO REG-REE-RODADA
007170     MOVE TAB-ROD-SITUACAO (WRK-IND-ROD)   TO REG-REE-SITUACAO
007180     MOVE TAB-ROD-DATA-EXT (WRK-IND-ROD)   TO REG-REE-DATA-EXTRATO
007190     MOVE TAB-ROD-QTDE-EXT (WRK-IND-ROD)   TO REG-REE-QTDE-EXTRATO
007200     MOVE TAB-ROD-CARREGADAS (WRK-IND-ROD) TO REG-REE-CARREGADAS
007210     MOVE TAB-ROD-REJEITADAS (WRK-IND-ROD) TO REG-REE-REJEITADAS
007220     WRITE REG-REENVIO
007230     IF WRK-FS-REENVIO NOT = '00'
007240        DISPLAY 'SOLCONC - ERRO AO GRAVAR A RODADA '
007250                TAB-ROD-RODADA (WRK-IND-ROD)
007260                ' NA LISTA DE REENVIO - FS=' WRK-FS-REENVIO
007270        MOVE 'E' TO TAB-ROD-REENVIAR (WRK-IND-ROD)
007280        MOVE 16  TO WRK-RETORNO
007290        GO TO 4500-EXIT
007300     END-IF
007310     MOVE 'S' TO TAB-ROD-REENVIAR (WRK-IND-ROD)
007320     ADD 1 TO WRK-QTDE-REENVIO.
007330 4500-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 5000-CONFIRMAR-PEDIDOS - PERCORRE O CADASTRO DE PEDIDOS E      *
007380*                          ANOTA COMO CONFIRMADO NO WAREHOUSE    *
007390*                          (W) CADA PEDIDO GERADO OU ENTREGUE    *
007400*                          CUJA RODADA TEVE A CARGA CONFIRMADA.  *
007410******************************************************************
007420 5000-CONFIRMAR-PEDIDOS.
007430
007440     IF NOT WRK-PEDREG-DISPONIVEL
007450        GO TO 5000-EXIT
007460     END-IF
007470
007480     MOVE LOW-VALUES TO REG-PRG-CHAVE
007490     START PEDREG KEY IS NOT LESS THAN REG-PRG-CHAVE
007500        INVALID KEY
007510           GO TO 5000-EXIT
007520     END-START
007530
007540     PERFORM 5100-LER-PEDREG THRU 5100-EXIT
007550     PERFORM 5200-AVALIAR-PEDIDO THRU 5200-EXIT
007560         UNTIL WRK-FIM-PEDREG
007570     DISPLAY 'SOLCONC - PEDIDOS CONFIRMADOS NO WAREHOUSE: '
007580             WRK-QTDE-PED-CONFIRMADOS.
007590 5000-EXIT.
007600     EXIT.
007610
007620 5100-LER-PEDREG.
007630
007640     READ PEDREG NEXT RECORD
007650        AT END
007660           MOVE 'S' TO WRK-SW-FIM-PEDREG
007670     END-READ.
007680 5100-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 5200-AVALIAR-PEDIDO - PEDIDO GERADO OU ENTREGUE DE RODADA      *
007730*                       CONFIRMADA PASSA A W, COM O EVENTO NO    *
007740*                       HISTORICO (ORIGEM SOLCONC, COMPLEMENTO = *
007750*                       DATA DA CARGA NO WAREHOUSE).             *
007760******************************************************************
007770 5200-AVALIAR-PEDIDO.
007780
007790     IF NOT REG-PRG-GERADO AND NOT REG-PRG-ENTREGUE
007800        GO TO 5200-LER
007810     END-IF
007820
007830     PERFORM 2550-COMPARAR-RODADA THRU 2550-EXIT
007840         VARYING WRK-IND-ROD FROM 1 BY 1
007850         UNTIL WRK-IND-ROD > WRK-QTDE-RODADAS
007860            OR TAB-ROD-RODADA (WRK-IND-ROD) = REG-PRG-RODADA
007870     IF WRK-IND-ROD > WRK-QTDE-RODADAS
007880        GO TO 5200-LER
007890     END-IF
007900     IF NOT TAB-ROD-CONFIRMADA (WRK-IND-ROD)
007910        GO TO 5200-LER
007920     END-IF
007930
007940     SET REG-PRG-CONFIRMADO TO TRUE
007950     MOVE WRK-DATA-EMISSAO TO REG-PRG-DATA-SITUACAO
007960     PERFORM 5300-ANEXAR-EVENTO THRU 5300-EXIT
007970     REWRITE REG-PEDREG
007980     IF WRK-FS-PEDREG = '00'
007990        ADD 1 TO WRK-QTDE-PED-CONFIRMADOS
008000     ELSE
008010        DISPLAY 'SOLCONC - AVISO - PEDREG NAO ATUALIZADO - '
008020                REG-PRG-SOLICITANTE ' ' REG-PRG-REFERENCIA
008030                ' FS=' WRK-FS-PEDREG
008040        IF WRK-RETORNO < 4
008050           MOVE 4 TO WRK-RETORNO
008060        END-IF
008070     END-IF.
008080 5200-LER.
008090     PERFORM 5100-LER-PEDREG THRU 5100-EXIT.
008100 5200-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 5300-ANEXAR-EVENTO - ACRESCENTA O EVENTO DE CONFIRMACAO AO     *
008150*                      HISTORICO DO PEDIDO; COM O HISTORICO      *
008160*                      CHEIO, DESCARTA O EVENTO MAIS ANTIGO.     *
008170******************************************************************
008180 5300-ANEXAR-EVENTO.
008190
008200     IF REG-PRG-QTDE-EVENTOS < WRK-PRG-MAX-EVENTOS
008210        COMPUTE WRK-PRG-POS = REG-PRG-QTDE-EVENTOS + 1
008220     ELSE
008230        PERFORM 5350-DESLOCAR-EVENTO THRU 5350-EXIT
008240           VARYING WRK-PRG-IND FROM 1 BY 1
008250           UNTIL WRK-PRG-IND >= WRK-PRG-MAX-EVENTOS
008260        MOVE WRK-PRG-MAX-EVENTOS TO WRK-PRG-POS
008270     END-IF
008280
008290     MOVE 'W' TO REG-PRG-EVT-SITUACAO (WRK-PRG-POS)
008300     MOVE WRK-DATA-EMISSAO TO REG-PRG-EVT-DATA (WRK-PRG-POS)
008310     MOVE WRK-HORA-EMISSAO TO REG-PRG-EVT-HORA (WRK-PRG-POS)
008320     MOVE REG-PRG-RODADA TO REG-PRG-EVT-RODADA (WRK-PRG-POS)
008330     MOVE 'SOLCONC ' TO REG-PRG-EVT-ORIGEM (WRK-PRG-POS)
008340     MOVE TAB-ROD-DATA-CARGA (WRK-IND-ROD)
008350                          TO REG-PRG-EVT-COMPL (WRK-PRG-POS)
008360     IF REG-PRG-QTDE-EVENTOS < 999
008370        ADD 1 TO REG-PRG-QTDE-EVENTOS
008380     END-IF.
008390 5300-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 5350-DESLOCAR-EVENTO - ANDA UMA POSICAO COM O HISTORICO.       *
008440******************************************************************
008450 5350-DESLOCAR-EVENTO.
008460
008470     MOVE REG-PRG-EVENTO (WRK-PRG-IND + 1)
008480       TO REG-PRG-EVENTO (WRK-PRG-IND).
008490 5350-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 6000-IMPRIMIR-RODADA - IMPRIME A LINHA DE CONCILIACAO DE UMA   *
008540*                        RODADA DA JANELA.                       *
008550******************************************************************
008560 6000-IMPRIMIR-RODADA.
008570
008580     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
008590        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008600     END-IF
008610
008620     MOVE TAB-ROD-RODADA (WRK-IND-ROD) TO DET-RODADA
008630     MOVE SPACES TO DET-DATA-EXT
008640     MOVE SPACES TO DET-HORA-EXT
008650     IF TAB-ROD-DATA-EXT (WRK-IND-ROD) NOT = SPACES
008660        MOVE TAB-ROD-DATA-EXT (WRK-IND-ROD) (7:2) TO WRK-DTE-DIA
008670        MOVE TAB-ROD-DATA-EXT (WRK-IND-ROD) (5:2) TO WRK-DTE-MES
008680        MOVE TAB-ROD-DATA-EXT (WRK-IND-ROD) (1:4) TO WRK-DTE-ANO
008690        MOVE WRK-DATA-EDITADA TO DET-DATA-EXT
008700        MOVE TAB-ROD-HORA-EXT (WRK-IND-ROD) (1:2) TO WRK-HRE-HORA
008710        MOVE TAB-ROD-HORA-EXT (WRK-IND-ROD) (3:2) TO WRK-HRE-MIN
008720        MOVE TAB-ROD-HORA-EXT (WRK-IND-ROD) (5:2) TO WRK-HRE-SEG
008730        MOVE WRK-HORA-EDITADA TO DET-HORA-EXT
008740     END-IF
008750     MOVE TAB-ROD-QTDE-EXT (WRK-IND-ROD)   TO DET-QTDE-EXT
008760     MOVE TAB-ROD-QTDE-RET (WRK-IND-ROD)   TO DET-QTDE-RET
008770     MOVE TAB-ROD-CARREGADAS (WRK-IND-ROD) TO DET-CARREGADAS
008780     MOVE TAB-ROD-REJEITADAS (WRK-IND-ROD) TO DET-REJEITADAS
008790     MOVE SPACES TO DET-DATA-CARGA
008800     MOVE SPACES TO DET-HORA-CARGA
008810     IF TAB-ROD-DATA-CARGA (WRK-IND-ROD) NOT = SPACES
008820        MOVE TAB-ROD-DATA-CARGA (WRK-IND-ROD) (7:2) TO WRK-DTE-DIA
008830        MOVE TAB-ROD-DATA-CARGA (WRK-IND-ROD) (5:2) TO WRK-DTE-MES
008840        MOVE TAB-ROD-DATA-CARGA (WRK-IND-ROD) (1:4) TO WRK-DTE-ANO
008850        MOVE WRK-DATA-EDITADA TO DET-DATA-CARGA
008860        MOVE TAB-ROD-HORA-CARGA (WRK-IND-ROD) (1:2)
008870                                                 TO WRK-HRE-HORA
008880        MOVE TAB-ROD-HORA-CARGA (WRK-IND-ROD) (3:2) TO WRK-HRE-MIN
008890        MOVE TAB-ROD-HORA-CARGA (WRK-IND-ROD) (5:2) TO WRK-HRE-SEG
008900        MOVE WRK-HORA-EDITADA TO DET-HORA-CARGA
008910     END-IF
008920
008930     EVALUATE TRUE
008940        WHEN TAB-ROD-CONFIRMADA (WRK-IND-ROD)
008950           MOVE 'CONFIRMADA'                TO DET-SITUACAO
008960        WHEN TAB-ROD-AGUARDANDO (WRK-IND-ROD)
008970           MOVE 'AGUARDANDO RETORNO'        TO DET-SITUACAO
008980        WHEN TAB-ROD-SEM-RETORNO (WRK-IND-ROD)
008990           MOVE 'SEM RETORNO APOS CARENCIA' TO DET-SITUACAO
009000        WHEN TAB-ROD-PARCIAL (WRK-IND-ROD)
009010           MOVE 'CARGA PARCIAL'             TO DET-SITUACAO
009020        WHEN TAB-ROD-DUPLICADA (WRK-IND-ROD)
009030           MOVE 'RETORNO EM DUPLICIDADE'    TO DET-SITUACAO
009040        WHEN OTHER
009050           MOVE 'RETORNO SEM EXTRATO'       TO DET-SITUACAO
009060     END-EVALUATE
009070     EVALUATE TAB-ROD-REENVIAR (WRK-IND-ROD)
009080        WHEN 'S'
009090           MOVE 'SIM' TO DET-REENVIO
009100        WHEN 'E'
009110           MOVE 'ERR' TO DET-REENVIO
009120        WHEN OTHER
009130           MOVE SPACES TO DET-REENVIO
009140     END-EVALUATE
009150
009160     MOVE DET-LINHA TO REG-RELCONC
009170     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
009180 6000-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME OS          *
009230*                           CABECALHOS.                          *
009240******************************************************************
009250 7000-IMPRIMIR-CABECALHO.
009260
009270     ADD 1 TO WRK-PAG-CONTADOR
009280     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
009290     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
009300     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
009310     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
009320     MOVE WRK-CARENCIA-DIAS TO CAB-CARENCIA
009330     MOVE WRK-JANELA-DIAS   TO CAB-JANELA
009340     MOVE CAB-LINHA-1 TO REG-RELCONC
009350     WRITE REG-RELCONC AFTER ADVANCING PAGE
009360     MOVE CAB-LINHA-2 TO REG-RELCONC
009370     WRITE REG-RELCONC AFTER ADVANCING 1 LINE
009380     MOVE SPACES TO REG-RELCONC
009390     WRITE REG-RELCONC AFTER ADVANCING 1 LINE
009400     MOVE CAB-COLUNAS TO REG-RELCONC
009410     WRITE REG-RELCONC AFTER ADVANCING 1 LINE
009420     MOVE SPACES TO REG-RELCONC
009430     WRITE REG-RELCONC AFTER ADVANCING 1 LINE
009440     MOVE 6 TO WRK-LIN-CONTADOR.
009450 7000-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO.              *
009500******************************************************************
009510 7100-GRAVAR-LINHA.
009520
009530     WRITE REG-RELCONC AFTER ADVANCING 1 LINE
009540     ADD 1 TO WRK-LIN-CONTADOR.
009550 7100-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA CONCILIACAO.       *
009600******************************************************************
009610 8000-IMPRIMIR-TOTAIS.
009620
009630     IF WRK-LIN-CONTADOR > WRK-LIN-MAX - 14
009640        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
009650     END-IF
009660     IF WRK-QTDE-RODADAS = ZEROS
009670        MOVE 'NENHUMA RODADA EXTRAIDA OU RETORNADA NA JANELA'
009680                        TO MSG-TEXTO
009690        MOVE MSG-LINHA  TO REG-RELCONC
009700        PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009710     END-IF
009720     MOVE SPACES TO REG-RELCONC
009730     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
009740
009750     MOVE 'RODADAS NA JANELA...................: '
009760                    TO TOT-DESCRICAO
009770     MOVE WRK-QTDE-RODADAS TO TOT-VALOR
009780     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009790     MOVE 'CONFIRMADAS PELO WAREHOUSE..........: '
009800                    TO TOT-DESCRICAO
009810     MOVE WRK-QTDE-CONFIRMADAS TO TOT-VALOR
009820     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009830     MOVE 'AGUARDANDO RETORNO (NA CARENCIA)....: '
009840                    TO TOT-DESCRICAO
009850     MOVE WRK-QTDE-AGUARDANDO TO TOT-VALOR
009860     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009870     MOVE 'SEM RETORNO APOS A CARENCIA.........: '
009880                    TO TOT-DESCRICAO
009890     MOVE WRK-QTDE-SEM-RETORNO TO TOT-VALOR
009900     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009910     MOVE 'CARGA PARCIAL.......................: '
009920                    TO TOT-DESCRICAO
009930     MOVE WRK-QTDE-PARCIAIS TO TOT-VALOR
009940     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009950     MOVE 'RETORNO EM DUPLICIDADE..............: '
009960                    TO TOT-DESCRICAO
009970     MOVE WRK-QTDE-DUPLICADAS TO TOT-VALOR
009980     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
009990     MOVE 'RETORNO SEM EXTRATO NA JANELA.......: '
010000                    TO TOT-DESCRICAO
010010     MOVE WRK-QTDE-SEM-EXTRATO TO TOT-VALOR
010020     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010030     MOVE 'RODADAS NA LISTA DE REENVIO.........: '
010040                    TO TOT-DESCRICAO
010050     MOVE WRK-QTDE-REENVIO TO TOT-VALOR
010060     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010070     MOVE 'RETORNOS LIDOS......................: '
010080                    TO TOT-DESCRICAO
010090     MOVE WRK-QTDE-RET-LIDOS TO TOT-VALOR
010100     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010110     MOVE 'RETORNOS DESCONSIDERADOS (ANTIGOS)..: '
010120                    TO TOT-DESCRICAO
010130     MOVE WRK-QTDE-RET-DESCONSID TO TOT-VALOR
010140     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010150     MOVE 'RETORNOS INVALIDOS..................: '
010160                    TO TOT-DESCRICAO
010170     MOVE WRK-QTDE-RET-INVALIDOS TO TOT-VALOR
010180     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010190     MOVE 'PEDIDOS CONFIRMADOS NO PEDREG.......: '
010200                    TO TOT-DESCRICAO
010210     MOVE WRK-QTDE-PED-CONFIRMADOS TO TOT-VALOR
010220     PERFORM 8100-GRAVAR-TOTAL THRU 8100-EXIT
010230
010240     DISPLAY 'SOLCONC - RODADAS CONFIRMADAS: '
010250             WRK-QTDE-CONFIRMADAS
010260     DISPLAY 'SOLCONC - RODADAS A REENVIAR.: ' WRK-QTDE-REENVIO.
010270 8000-EXIT.
010280     EXIT.
010290
010300 8100-GRAVAR-TOTAL.
010310
010320     MOVE TOT-LINHA TO REG-RELCONC
010330     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
010340 8100-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380* 9400-CONVERTER-DATA-DIAS - CONVERTE A DATA (AAAAMMDD) DE       *
010390*                            WRK-DTC-DATA EM CONTAGEM CORRIDA DE *
010400*                            DIAS (WRK-DTC-DIAS), PARA A         *
010410*                            DIFERENCA ENTRE DUAS DATAS SAIR POR *
010420*                            SUBTRACAO. JANEIRO E FEVEREIRO      *
010430*                            CONTAM COMO MESES 13 E 14 DO ANO    *
010440*                            ANTERIOR; CADA DIVISAO E INTEIRA.   *
010450******************************************************************
010460 9400-CONVERTER-DATA-DIAS.
010470
010480     MOVE WRK-DTC-ANO TO WRK-DTC-ANO-T
010490     MOVE WRK-DTC-MES TO WRK-DTC-MES-T
010500     IF WRK-DTC-MES-T < 3
010510        SUBTRACT 1 FROM WRK-DTC-ANO-T
010520        ADD 12 TO WRK-DTC-MES-T
010530     END-IF
010540     COMPUTE WRK-DTC-DIAS = (365 * WRK-DTC-ANO-T) + WRK-DTC-DIA
010550     DIVIDE WRK-DTC-ANO-T BY 4 GIVING WRK-DTC-PARCELA
010560     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
010570     DIVIDE WRK-DTC-ANO-T BY 100 GIVING WRK-DTC-PARCELA
010580     SUBTRACT WRK-DTC-PARCELA FROM WRK-DTC-DIAS
010590     DIVIDE WRK-DTC-ANO-T BY 400 GIVING WRK-DTC-PARCELA
010600     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS
010610     COMPUTE WRK-DTC-PARCELA = 153 * (WRK-DTC-MES-T + 1)
010620     DIVIDE WRK-DTC-PARCELA BY 5 GIVING WRK-DTC-PARCELA
010630     ADD WRK-DTC-PARCELA TO WRK-DTC-DIAS.
010640 9400-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
010690*                 ENCERRA O PROGRAMA.                            *
010700******************************************************************
010710 9999-ENCERRAR.
010720
010730     CLOSE RUNCTL
010740     CLOSE RETWH
010750     CLOSE REENVIO
010760     CLOSE RELCONC
010770     IF WRK-PEDREG-DISPONIVEL
010780        CLOSE PEDREG
010790     END-IF
010800     MOVE WRK-RETORNO TO RETURN-CODE
010810     STOP RUN.
010820 9999-EXIT.
010830     EXIT.
010840
010850 END PROGRAM SOLCONC.
