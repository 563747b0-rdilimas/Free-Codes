000010******************************************************************
000020* PROGRAM  : SOLRST                                              *
000030* SYSTEM   : FIBO - GENERALIZED FIBONACCI SEQUENCE UTILITY       *
000040* AUTHOR   : ROBSON LIMA                                         *
000050* INSTAL.  : CENTRO DE PROCESSAMENTO DE DADOS                    *
000060* REMARKS  : CONTROLE DE REINICIO DO JOB SOLJOB. RODA COMO       *
000070*            PRIMEIRO STEP: LE O RUNCTL, REMONTA O ULTIMO CICLO  *
000080*            DO JOB (O REGISTRO 'S' DESTE PROGRAMA QUE ABRIU O   *
000090*            CICLO, OS 'S' DO SOLLOTE, DO SOLPROG E DO SOLEDIT,  *
000100*            O 'R' DO SOLUTION E OS 'S' DO SOLBAL, SOLREL,       *
000110*            SOLBRST, SOLANA, SOLLOAD E SOLEXT DA RODADA DO      *
000120*            CICLO) E DECIDE EM QUE PASSO O JOB RECOMECA. O      *
000130*            RETURN-CODE E O NUMERO DE ORDEM DO PRIMEIRO PASSO A *
000140*            EXECUTAR; CADA STEP DO SOLJOB TEM                   *
000150*            COND=(N,LT,STEP001), COM N = SUA ORDEM, E E SALTADO *
000160*            QUANDO O CICLO JA O CONCLUIU:                       *
000170*              0 = RODADA NOVA (RODA TUDO, DESDE O SOLLOTE)      *
000180*              1 = SOLPROG   2 = SOLEDIT    3 = SOLUTION         *
000190*              4 = SOLBAL    5 = SOLREL     6 = SOLBRST          *
000200*              7 = SOLANA    8 = SOLLOAD    9 = SOLEXT           *
000210*             16 = JOB RETIDO (NENHUM STEP RODA): RUNCTL         *
000220*                  ILEGIVEL OU SEM GRAVACAO, OU RECEPCAO DE      *
000230*                  LOTES INTERROMPIDA SEM REGISTRO DO SOLLOTE -  *
000240*                  CONFERIR O LOTCTL E A ENTRADA E RESSUBMETER   *
000250*                  COM PARM 'NOVA' OU RESTART=STEP004.           *
000260*            UM PASSO CONTA COMO CONCLUIDO QUANDO O SEU ULTIMO   *
000270*            REGISTRO NO CICLO TEM RETURN-CODE DENTRO DO LIMITE  *
000280*            DO PROPRIO JOB (SOLLOTE ATE 8, SOLUTION ATE 11,     *
000290*            SOLBAL 0, DEMAIS ATE 4). SOLEDIT COM RETURN-CODE 8  *
000300*            (NADA APROVEITAVEL) ENCERRA O CICLO. CICLO          *
000310*            COMPLETO, CICLO ABERTO POR OUTRO JOB (SOLJOBW) OU   *
000320*            SEM ESTE CONTROLE TAMBEM DAO RODADA NOVA.           *
000330*            A DECISAO E GRAVADA NO RUNCTL (REGISTRO 'S' SOLRST, *
000340*            COM O NOME DO JOB) E IMPRESSA NO RELRST.            *
000350*            PARM: JJJJJJJJOOOO - NOME DO JOB (SEM PARM,         *
000360*            SOLJOB) E OPCAO; 'NOVA' FORCA RODADA NOVA,          *
000370*            ABANDONANDO O CICLO PENDENTE.                       *
000380******************************************************************
000390* MODIFICATION HISTORY                                           *
000400*  DATE       INIC  DESCRICAO                                    *
000410*  15/10/2026 RL    VERSAO INICIAL - REINICIO DO SOLJOB NO PASSO *
000420*                   QUE FALHOU, A PARTIR DO RUNCTL.              *
000430*  15/10/2026 RL    SOLPROG (GERACAO DOS PEDIDOS DAS ORDENS      *
000440*                   PERMANENTES, STEP004) ENTRA COMO PASSO DE    *
000450*                   ORDEM 1; OS PASSOS SEGUINTES PASSAM A ORDEM  *
000460*                   2 (SOLEDIT) A 8 (SOLEXT).                    *
000470*  15/10/2026 RL    SOLANA (ANALISE DAS SEQUENCIAS POR PEDIDO,   *
000480*                   STEP023) ENTRA COMO PASSO DE ORDEM 7; OS     *
000490*                   SOLLOAD E SOLEXT PASSAM A ORDEM 8 E 9.       *
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.     SOLRST.
000530 AUTHOR.         ROBSON LIMA.
000540 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000550 DATE-WRITTEN.   15/10/2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT RUNCTL ASSIGN TO RUNCTL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-FS-RUNCTL.
000630     SELECT RELRST ASSIGN TO RELRST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-FS-RELRST.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RUNCTL
000690     RECORDING MODE IS F.
000700 01  REG-RUNCTL.
000710     05 REG-RUN-TIPO              PIC X(01).
000720        88 REG-RUN-REG-RODADA         VALUE 'R'.
000730        88 REG-RUN-REG-PASSO          VALUE 'S'.
000740     05 FILLER                    PIC X(01).
000750     05 REG-RUN-RODADA            PIC 9(05).
000760     05 FILLER                    PIC X(01).
000770     05 REG-RUN-DATA              PIC X(08).
000780     05 FILLER                    PIC X(01).
000790     05 REG-RUN-CORPO.
000800        10 REG-RUN-HORA-INI        PIC X(08).
000810        10 FILLER                  PIC X(01).
000820        10 REG-RUN-HORA-FIM        PIC X(08).
000830        10 FILLER                  PIC X(01).
000840        10 REG-RUN-RETORNO         PIC 9(02).
000850        10 FILLER                  PIC X(01).
000860        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
000870        10 FILLER                  PIC X(01).
000880        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
000890        10 FILLER                  PIC X(01).
000900        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
000910        10 FILLER                  PIC X(01).
000920        10 REG-RUN-QTDE-RETOM      PIC 9(05).
000930     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
000940        10 REG-RUN-PAS-HORA        PIC X(08).
000950        10 FILLER                  PIC X(01).
000960        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
000970        10 FILLER                  PIC X(01).
000980        10 REG-RUN-PAS-RETORNO     PIC 9(02).
000990        10 FILLER                  PIC X(01).
001000        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
001010        10 FILLER                  PIC X(01).
001020        10 REG-RUN-PAS-JOB         PIC X(08).
001030        10 FILLER                  PIC X(09).
001040
001050 FD  RELRST
001060     RECORDING MODE IS F.
001070 01  REG-RELRST                  PIC X(132).
001080 WORKING-STORAGE SECTION.
001090 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
001100 77 WRK-FS-RELRST                PIC X(02) VALUE ZEROS.
001110 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
001120 77 WRK-SW-FIM-RUNCTL            PIC X(01) VALUE 'N'.
001130    88 WRK-FIM-RUNCTL                VALUE 'S'.
001140 77 WRK-SW-RUNCTL-LIDO           PIC X(01) VALUE 'N'.
001150    88 WRK-RUNCTL-LIDO               VALUE 'S'.
001160 77 WRK-SW-RELRST-ABERTO         PIC X(01) VALUE 'N'.
001170    88 WRK-RELRST-ABERTO             VALUE 'S'.
001180 77 WRK-SW-FORCAR-NOVA           PIC X(01) VALUE 'N'.
001190    88 WRK-FORCAR-NOVA               VALUE 'S'.
001200 77 WRK-SW-CICLO-EXISTE          PIC X(01) VALUE 'N'.
001210    88 WRK-CICLO-EXISTE              VALUE 'S'.
001220 77 WRK-SW-CICLO-GERENCIADO      PIC X(01) VALUE 'N'.
001230    88 WRK-CICLO-GERENCIADO          VALUE 'S'.
001240 77 WRK-SW-DECIDIDO              PIC X(01) VALUE 'N'.
001250    88 WRK-DECIDIDO                  VALUE 'S'.
001260 77 WRK-SW-POSTERIOR             PIC X(01) VALUE 'N'.
001270    88 WRK-HA-POSTERIOR              VALUE 'S'.
001280 77 WRK-DATA-EMISSAO             PIC 9(08) VALUE ZEROS.
001290 77 WRK-HORA-EMISSAO             PIC 9(08) VALUE ZEROS.
001300 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
001310 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
001320 77 WRK-JOB                      PIC X(08) VALUE 'SOLJOB  '.
001330 77 WRK-CIC-JOB                  PIC X(08) VALUE SPACES.
001340 77 WRK-CIC-RODADA               PIC 9(05) VALUE ZEROS.
001350 77 WRK-CIC-DATA                 PIC X(08) VALUE SPACES.
001360 77 WRK-CIC-HORA                 PIC X(08) VALUE SPACES.
001370 77 WRK-CIC-REINICIOS            PIC 9(03) VALUE ZEROS.
001380 77 WRK-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
001390 77 WRK-IND-PAS                  PIC S9(04) COMP VALUE ZEROS.
001400 77 WRK-IND-AUX                  PIC S9(04) COMP VALUE ZEROS.
001410 77 WRK-QTDE-PASSOS              PIC S9(04) COMP VALUE 10.
001420 77 WRK-PASSO-REINICIO           PIC S9(04) COMP VALUE ZEROS.
001430 77 WRK-RC-LIDO                  PIC X(02) VALUE SPACES.
001440 77 WRK-HORA-LIDA                PIC X(08) VALUE SPACES.
001450 77 WRK-MOTIVO                   PIC X(60) VALUE SPACES.
001460 77 WRK-ORDEM-EDITADA            PIC 9(01) VALUE ZEROS.
001470 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
001480
001490*    PASSOS DO SOLJOB NA ORDEM DE EXECUCAO: PROGRAMA, STEP E
001500*    MAIOR RETURN-CODE COM QUE O PASSO CONTA COMO CONCLUIDO. A
001510*    ORDEM DO PASSO NO JOB (RETURN-CODE DE REINICIO) E A SUA
001520*    POSICAO NA TABELA MENOS UM.
001530 01 TAB-PASSOS-VALORES.
001540    05 FILLER                    PIC X(18) VALUE
001550       'SOLLOTE STEP003 08'.
001560    05 FILLER                    PIC X(18) VALUE
001570       'SOLPROG STEP004 04'.
001580    05 FILLER                    PIC X(18) VALUE
001590       'SOLEDIT STEP005 04'.
001600    05 FILLER                    PIC X(18) VALUE
001610       'SOLUTIONSTEP010 11'.
001620    05 FILLER                    PIC X(18) VALUE
001630       'SOLBAL  STEP015 00'.
001640    05 FILLER                    PIC X(18) VALUE
001650       'SOLREL  STEP020 04'.
001660    05 FILLER                    PIC X(18) VALUE
001670       'SOLBRST STEP022 04'.
001680    05 FILLER                    PIC X(18) VALUE
001690       'SOLANA  STEP023 04'.
001700    05 FILLER                    PIC X(18) VALUE
001710       'SOLLOAD STEP025 04'.
001720    05 FILLER                    PIC X(18) VALUE
001730       'SOLEXT  STEP030 04'.
001740 01 TAB-PASSOS REDEFINES TAB-PASSOS-VALORES.
001750    05 TAB-PAS-ITEM OCCURS 10 TIMES.
001760       10 TAB-PAS-PROGRAMA       PIC X(08).
001770       10 TAB-PAS-STEP           PIC X(08).
001780       10 TAB-PAS-LIMITE         PIC 9(02).
001790
001800*    RESULTADO DE CADA PASSO NO ULTIMO CICLO (ULTIMO REGISTRO
001810*    LIDO; RETURN-CODE EM BRANCO = PASSO SEM REGISTRO).
001820 01 TAB-CICLO.
001830    05 TAB-CIC-ITEM OCCURS 10 TIMES.
001840       10 TAB-CIC-RC             PIC X(02).
001850       10 TAB-CIC-RC-N REDEFINES TAB-CIC-RC
001860                                 PIC 9(02).
001870       10 TAB-CIC-DATA           PIC X(08).
001880       10 TAB-CIC-HORA           PIC X(08).
001890
001900 01 WRK-DATA-EDITADA.
001910    05 WRK-DTE-DIA               PIC X(02).
001920    05 FILLER                    PIC X(01) VALUE '/'.
001930    05 WRK-DTE-MES               PIC X(02).
001940    05 FILLER                    PIC X(01) VALUE '/'.
001950    05 WRK-DTE-ANO               PIC X(04).
001960
001970 01 CAB-LINHA-1.
001980    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
001990    05 FILLER                    PIC X(42) VALUE
002000       'CONTROLE DE REINICIO DO JOB               '.
002010    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
002020    05 CAB-EMI-DIA               PIC X(02).
002030    05 FILLER                    PIC X(01) VALUE '/'.
002040    05 CAB-EMI-MES               PIC X(02).
002050    05 FILLER                    PIC X(01) VALUE '/'.
002060    05 CAB-EMI-ANO               PIC X(04).
002070    05 FILLER                    PIC X(06) VALUE SPACES.
002080    05 FILLER                    PIC X(05) VALUE 'PAG. '.
002090    05 CAB-PAGINA                PIC ZZZ9.
002100    05 FILLER                    PIC X(46) VALUE SPACES.
002110
002120 01 CAB-LINHA-2.
002130    05 FILLER                    PIC X(05) VALUE 'JOB: '.
002140    05 CAB-JOB                   PIC X(08).
002150    05 FILLER                    PIC X(18) VALUE
002160       '   ULTIMO CICLO: '.
002170    05 CAB-CICLO                 PIC X(40).
002180    05 FILLER                    PIC X(11) VALUE
002190       ' REINICIOS:'.
002200    05 CAB-REINICIOS             PIC ZZ9.
002210    05 FILLER                    PIC X(47) VALUE SPACES.
002220
002230 01 CAB-CIC-ABERTO.
002240    05 FILLER                    PIC X(07) VALUE 'RODADA '.
002250    05 CAB-CIC-RODADA            PIC 9(05).
002260    05 FILLER                    PIC X(09) VALUE ' ABERTO '.
002270    05 CAB-CIC-DATA              PIC X(10).
002280    05 FILLER                    PIC X(01) VALUE SPACES.
002290    05 CAB-CIC-JOB               PIC X(08).
002300
002310 01 CAB-COLUNAS.
002320    05 FILLER                    PIC X(07) VALUE ' ORDEM'.
002330    05 FILLER                    PIC X(10) VALUE 'STEP'.
002340    05 FILLER                    PIC X(10) VALUE 'PROGRAMA'.
002350    05 FILLER                    PIC X(12) VALUE 'DATA'.
002360    05 FILLER                    PIC X(10) VALUE 'HORA'.
002370    05 FILLER                    PIC X(05) VALUE 'RC'.
002380    05 FILLER                    PIC X(07) VALUE 'LIMITE'.
002390    05 FILLER                    PIC X(22) VALUE
002400       'SITUACAO NO CICLO'.
002410    05 FILLER                    PIC X(49) VALUE
002420       'NESTA SUBMISSAO'.
002430
002440 01 DET-LINHA.
002450    05 FILLER                    PIC X(03) VALUE SPACES.
002460    05 DET-ORDEM                 PIC 9(01).
002470    05 FILLER                    PIC X(03) VALUE SPACES.
002480    05 DET-STEP                  PIC X(08).
002490    05 FILLER                    PIC X(02) VALUE SPACES.
002500    05 DET-PROGRAMA              PIC X(08).
002510    05 FILLER                    PIC X(02) VALUE SPACES.
002520    05 DET-DATA                  PIC X(10).
002530    05 FILLER                    PIC X(02) VALUE SPACES.
002540    05 DET-HORA                  PIC X(08).
002550    05 FILLER                    PIC X(02) VALUE SPACES.
002560    05 DET-RC                    PIC X(02).
002570    05 FILLER                    PIC X(04) VALUE SPACES.
002580    05 DET-LIMITE                PIC 9(02).
002590    05 FILLER                    PIC X(04) VALUE SPACES.
002600    05 DET-SITUACAO              PIC X(20).
002610    05 FILLER                    PIC X(02) VALUE SPACES.
002620    05 DET-ACAO                  PIC X(08).
002630    05 FILLER                    PIC X(41) VALUE SPACES.
002640
002650 01 MSG-LINHA.
002660    05 FILLER                    PIC X(05) VALUE ' *** '.
002670    05 MSG-TEXTO                 PIC X(60).
002680    05 FILLER                    PIC X(67) VALUE SPACES.
002690
002700 01 TOT-LINHA.
002710    05 TOT-DESCRICAO             PIC X(38).
002720    05 TOT-VALOR                 PIC Z,ZZZ,ZZ9.
002730    05 FILLER                    PIC X(85) VALUE SPACES.
002740
002750 LINKAGE SECTION.
002760 01 LK-PARM.
002770    05 LK-PARM-TAM               PIC S9(04) COMP.
002780    05 LK-PARM-JOB               PIC X(08).
002790    05 LK-PARM-OPCAO             PIC X(04).
002800
002810 PROCEDURE DIVISION USING LK-PARM.
002820 0000-MAINLINE.
002830
002840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002850
002860     IF WRK-RETORNO < 16
002870        IF WRK-RUNCTL-LIDO
002880           PERFORM 2000-REMONTAR-CICLO THRU 2000-EXIT
002890        END-IF
002900        PERFORM 3000-DECIDIR-REINICIO THRU 3000-EXIT
002910        PERFORM 4000-GRAVAR-DECISAO THRU 4000-EXIT
002920     END-IF
002930     IF WRK-RELRST-ABERTO
002940        PERFORM 5000-IMPRIMIR-DECISAO THRU 5000-EXIT
002950     END-IF
002960
002970     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
002980
002990******************************************************************
003000* 1000-INICIALIZAR - INTERPRETA O PARM (JOB E OPCAO) E ABRE OS   *
003010*                    ARQUIVOS. RUNCTL AINDA NAO CRIADO (FS 35)   *
003020*                    NAO E ERRO: NAO HA CICLO A RETOMAR.         *
003030******************************************************************
003040 1000-INICIALIZAR.
003050
003060     ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
003070     ACCEPT WRK-HORA-EMISSAO FROM TIME
003080
003090     IF LK-PARM-TAM > ZEROS
003100        AND LK-PARM-JOB NOT = SPACES
003110        MOVE LK-PARM-JOB TO WRK-JOB
003120     END-IF
003130     IF LK-PARM-TAM > 8
003140        AND LK-PARM-OPCAO = 'NOVA'
003150        MOVE 'S' TO WRK-SW-FORCAR-NOVA
003160     END-IF
003170     DISPLAY 'SOLRST - JOB: ' WRK-JOB
003180
003190     OPEN OUTPUT RELRST
003200     IF WRK-FS-RELRST = '00'
003210        MOVE 'S' TO WRK-SW-RELRST-ABERTO
003220     ELSE
003230        DISPLAY 'SOLRST - AVISO - RELATORIO RELRST INDISPONIVEL'
003240                ' - FS=' WRK-FS-RELRST
003250     END-IF
003260
003270     OPEN INPUT RUNCTL
003280     EVALUATE WRK-FS-RUNCTL
003290        WHEN '00'
003300           MOVE 'S' TO WRK-SW-RUNCTL-LIDO
003310        WHEN '35'
003320           DISPLAY 'SOLRST - RUNCTL AINDA NAO CRIADO'
003330        WHEN OTHER
003340           DISPLAY 'SOLRST - ERRO AO ABRIR RUNCTL - FS='
003350                   WRK-FS-RUNCTL
003360           MOVE 'RUNCTL ILEGIVEL - JOB RETIDO' TO WRK-MOTIVO
003370           MOVE 16 TO WRK-RETORNO
003380     END-EVALUATE.
003390 1000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 2000-REMONTAR-CICLO - LE O RUNCTL INTEIRO; AO FINAL FICA NA    *
003440*                       TABELA O RESULTADO DE CADA PASSO DO      *
003450*                       ULTIMO CICLO.                            *
003460******************************************************************
003470 2000-REMONTAR-CICLO.
003480
003490     PERFORM 2100-LER-RUNCTL THRU 2100-EXIT
003500     PERFORM 2200-AVALIAR-REGISTRO THRU 2200-EXIT
003510         UNTIL WRK-FIM-RUNCTL
003520     CLOSE RUNCTL
003530     DISPLAY 'SOLRST - REGISTROS LIDOS NO RUNCTL: '
003540             WRK-QTDE-LIDOS.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2100-LER-RUNCTL.
003590
003600     READ RUNCTL
003610         AT END
003620            MOVE 'S' TO WRK-SW-FIM-RUNCTL
003630         NOT AT END
003640            ADD 1 TO WRK-QTDE-LIDOS
003650     END-READ.
003660 2100-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 2200-AVALIAR-REGISTRO - ENCAMINHA O REGISTRO DO RUNCTL         *
003710*                         CONFORME O TIPO E O PROGRAMA QUE O     *
003720*                         GRAVOU.                                *
003730******************************************************************
003740 2200-AVALIAR-REGISTRO.
003750
003760     IF REG-RUN-REG-RODADA
003770        PERFORM 2300-ANOTAR-RODADA THRU 2300-EXIT
003780        GO TO 2200-LER
003790     END-IF
003800     IF NOT REG-RUN-REG-PASSO
003810        GO TO 2200-LER
003820     END-IF
003830     IF REG-RUN-PAS-RETORNO IS NOT NUMERIC
003840        GO TO 2200-LER
003850     END-IF
003860
003870     MOVE REG-RUN-PAS-RETORNO TO WRK-RC-LIDO
003880     MOVE REG-RUN-PAS-HORA    TO WRK-HORA-LIDA
003890     IF REG-RUN-PAS-PROGRAMA = 'SOLRST  '
003900        PERFORM 2400-ANOTAR-REINICIO THRU 2400-EXIT
003910        GO TO 2200-LER
003920     END-IF
003930
003940     PERFORM 2250-COMPARAR-PROGRAMA THRU 2250-EXIT
003950         VARYING WRK-IND-PAS FROM 1 BY 1
003960         UNTIL WRK-IND-PAS > WRK-QTDE-PASSOS
003970            OR TAB-PAS-PROGRAMA (WRK-IND-PAS)
003980               = REG-RUN-PAS-PROGRAMA
003990     IF WRK-IND-PAS > WRK-QTDE-PASSOS
004000        GO TO 2200-LER
004010     END-IF
004020
004030     IF WRK-IND-PAS < 4
004040        PERFORM 2500-ANOTAR-PRE-RODADA THRU 2500-EXIT
004050     ELSE
004060        IF WRK-CICLO-EXISTE
004070           AND WRK-CIC-RODADA NOT = ZEROS
004080           AND REG-RUN-RODADA = WRK-CIC-RODADA
004090           PERFORM 2700-ANOTAR-RESULTADO THRU 2700-EXIT
004100        END-IF
004110     END-IF.
004120 2200-LER.
004130     PERFORM 2100-LER-RUNCTL THRU 2100-EXIT.
004140 2200-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 2250-COMPARAR-PROGRAMA - CORPO DA VARREDURA DA TABELA DE       *
004190*                          PASSOS; A COMPARACAO E FEITA NO       *
004200*                          PROPRIO UNTIL DO PERFORM.             *
004210******************************************************************
004220 2250-COMPARAR-PROGRAMA.
004230
004240     CONTINUE.
004250 2250-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 2300-ANOTAR-RODADA - REGISTRO 'R' DO SOLUTION. A PRIMEIRA      *
004300*                      RODADA DO CICLO PASSA A SER A RODADA DELE;*
004310*                      RODADA DIFERENTE ABRE UM CICLO NOVO (SEM  *
004320*                      ESTE CONTROLE). REGISTRO SEM RODADA       *
004330*                      (EXECUCAO RECUSADA) SO CONTA ENQUANTO O   *
004340*                      CICLO NAO TEM RODADA.                     *
004350******************************************************************
004360 2300-ANOTAR-RODADA.
004370
004380     IF REG-RUN-RODADA IS NOT NUMERIC
004390        OR REG-RUN-RETORNO IS NOT NUMERIC
004400        GO TO 2300-EXIT
004410     END-IF
004420     IF REG-RUN-RODADA = ZEROS
004430        AND WRK-CIC-RODADA NOT = ZEROS
004440        GO TO 2300-EXIT
004450     END-IF
004460
004470     IF NOT WRK-CICLO-EXISTE
004480        PERFORM 2600-ABRIR-CICLO THRU 2600-EXIT
004490     ELSE
004500        IF REG-RUN-RODADA NOT = ZEROS
004510           AND WRK-CIC-RODADA NOT = ZEROS
004520           AND REG-RUN-RODADA NOT = WRK-CIC-RODADA
004530           PERFORM 2600-ABRIR-CICLO THRU 2600-EXIT
004540        END-IF
004550     END-IF
004560     IF REG-RUN-RODADA NOT = ZEROS
004570        MOVE REG-RUN-RODADA TO WRK-CIC-RODADA
004580     END-IF
004590
004600     MOVE REG-RUN-RETORNO  TO WRK-RC-LIDO
004610     MOVE REG-RUN-HORA-FIM TO WRK-HORA-LIDA
004620     MOVE 4 TO WRK-IND-PAS
004630     PERFORM 2700-ANOTAR-RESULTADO THRU 2700-EXIT.
004640 2300-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 2400-ANOTAR-REINICIO - REGISTRO 'S' DESTE PROGRAMA. DECISAO 0  *
004690*                       ABRE UM CICLO NOVO DO JOB QUE O GRAVOU;  *
004700*                       REINICIO NO PASSO N DESCARTA O RESULTADO *
004710*                       ANTERIOR DO PASSO N E DOS SEGUINTES, QUE *
004720*                       SERAO REEXECUTADOS. JOB RETIDO (16) NAO  *
004730*                       ALTERA O CICLO.                          *
004740******************************************************************
004750 2400-ANOTAR-REINICIO.
004760
004770     IF REG-RUN-PAS-RETORNO = ZEROS
004780        PERFORM 2600-ABRIR-CICLO THRU 2600-EXIT
004790        MOVE 'S' TO WRK-SW-CICLO-GERENCIADO
004800        MOVE REG-RUN-PAS-JOB TO WRK-CIC-JOB
004810        GO TO 2400-EXIT
004820     END-IF
004830     IF REG-RUN-PAS-RETORNO > WRK-QTDE-PASSOS - 1
004840        OR NOT WRK-CICLO-EXISTE
004850        GO TO 2400-EXIT
004860     END-IF
004870
004880     ADD 1 TO WRK-CIC-REINICIOS
004890     COMPUTE WRK-IND-AUX = REG-RUN-PAS-RETORNO + 1
004900     PERFORM 2450-DESCARTAR-RESULTADO THRU 2450-EXIT
004910         VARYING WRK-IND-PAS FROM WRK-IND-AUX BY 1
004920         UNTIL WRK-IND-PAS > WRK-QTDE-PASSOS.
004930 2400-EXIT.
004940     EXIT.
004950
004960 2450-DESCARTAR-RESULTADO.
004970
004980     MOVE SPACES TO TAB-CIC-RC (WRK-IND-PAS)
004990     MOVE SPACES TO TAB-CIC-DATA (WRK-IND-PAS)
005000     MOVE SPACES TO TAB-CIC-HORA (WRK-IND-PAS).
005010 2450-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 2500-ANOTAR-PRE-RODADA - REGISTRO DO SOLLOTE, DO SOLPROG OU    *
005060*                          DO SOLEDIT (AINDA SEM RODADA).        *
005070*                          PERTENCE AO CICLO CORRENTE SE NEM     *
005080*                          ELE NEM OS PASSOS SEGUINTES TEM       *
005090*                          RESULTADO; SENAO E O INICIO DE UM     *
005100*                          CICLO NOVO, SEM ESTE CONTROLE         *
005110*                          (SOLJOBW OU EXECUCAO AVULSA).         *
005120******************************************************************
005130 2500-ANOTAR-PRE-RODADA.
005140
005150     MOVE 'N' TO WRK-SW-POSTERIOR
005160     IF WRK-CICLO-EXISTE
005170        PERFORM 2550-VERIFICAR-POSTERIOR THRU 2550-EXIT
005180            VARYING WRK-IND-AUX FROM WRK-IND-PAS BY 1
005190            UNTIL WRK-IND-AUX > WRK-QTDE-PASSOS
005200     END-IF
005210     IF NOT WRK-CICLO-EXISTE
005220        OR WRK-HA-POSTERIOR
005230        PERFORM 2600-ABRIR-CICLO THRU 2600-EXIT
005240     END-IF
005250     PERFORM 2700-ANOTAR-RESULTADO THRU 2700-EXIT.
005260 2500-EXIT.
005270     EXIT.
005280
005290 2550-VERIFICAR-POSTERIOR.
005300
005310     IF TAB-CIC-RC (WRK-IND-AUX) NOT = SPACES
005320        MOVE 'S' TO WRK-SW-POSTERIOR
005330     END-IF.
005340 2550-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 2600-ABRIR-CICLO - ZERA O CICLO CORRENTE. O CICLO NASCE SEM    *
005390*                    ESTE CONTROLE; QUEM O ABRE POR DECISAO DE   *
005400*                    RODADA NOVA ANOTA O JOB EM SEGUIDA.         *
005410******************************************************************
005420 2600-ABRIR-CICLO.
005430
005440     MOVE 'S'          TO WRK-SW-CICLO-EXISTE
005450     MOVE 'N'          TO WRK-SW-CICLO-GERENCIADO
005460     MOVE SPACES       TO WRK-CIC-JOB
005470     MOVE ZEROS        TO WRK-CIC-RODADA
005480     MOVE ZEROS        TO WRK-CIC-REINICIOS
005490     MOVE REG-RUN-DATA TO WRK-CIC-DATA
005500     MOVE SPACES       TO TAB-CICLO.
005510 2600-EXIT.
005520     EXIT.
005530
005540 2700-ANOTAR-RESULTADO.
005550
005560     MOVE WRK-RC-LIDO   TO TAB-CIC-RC (WRK-IND-PAS)
005570     MOVE REG-RUN-DATA  TO TAB-CIC-DATA (WRK-IND-PAS)
005580     MOVE WRK-HORA-LIDA TO TAB-CIC-HORA (WRK-IND-PAS).
005590 2700-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 3000-DECIDIR-REINICIO - PROCURA O PRIMEIRO PASSO DO ULTIMO     *
005640*                         CICLO QUE NAO FOI CONCLUIDO; A ORDEM   *
005650*                         DELE E O RETURN-CODE DO PROGRAMA.      *
005660******************************************************************
005670 3000-DECIDIR-REINICIO.
005680
005690     MOVE ZEROS TO WRK-PASSO-REINICIO
005700     IF WRK-FORCAR-NOVA
005710        MOVE 'RODADA NOVA FORCADA PELO PARM (NOVA)' TO WRK-MOTIVO
005720        GO TO 3000-ANUNCIAR
005730     END-IF
005740     IF NOT WRK-CICLO-EXISTE
005750        MOVE 'RUNCTL SEM CICLO ANTERIOR - RODADA NOVA'
005760                        TO WRK-MOTIVO
005770        GO TO 3000-ANUNCIAR
005780     END-IF
005790     IF NOT WRK-CICLO-GERENCIADO
005800        MOVE 'ULTIMO CICLO SEM CONTROLE DE REINICIO - RODADA NOVA'
005810                        TO WRK-MOTIVO
005820        GO TO 3000-ANUNCIAR
005830     END-IF
005840     IF WRK-CIC-JOB NOT = WRK-JOB
005850        MOVE 'ULTIMO CICLO ABERTO POR OUTRO JOB - RODADA NOVA'
005860                        TO WRK-MOTIVO
005870        GO TO 3000-ANUNCIAR
005880     END-IF
005890
005900     MOVE 'N' TO WRK-SW-DECIDIDO
005910     PERFORM 3100-AVALIAR-PASSO THRU 3100-EXIT
005920         VARYING WRK-IND-PAS FROM 1 BY 1
005930         UNTIL WRK-IND-PAS > WRK-QTDE-PASSOS
005940            OR WRK-DECIDIDO
005950     IF NOT WRK-DECIDIDO
005960        MOVE 'ULTIMO CICLO COMPLETO - RODADA NOVA' TO WRK-MOTIVO
005970     END-IF.
005980 3000-ANUNCIAR.
005990     MOVE WRK-PASSO-REINICIO TO WRK-RETORNO
006000     DISPLAY 'SOLRST - ' WRK-MOTIVO
006010     DISPLAY 'SOLRST - DECISAO (RETURN-CODE): ' WRK-RETORNO.
006020 3000-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 3100-AVALIAR-PASSO - PASSO SEM REGISTRO OU COM RETURN-CODE     *
006070*                      ACIMA DO LIMITE E O PONTO DE REINICIO,    *
006080*                      COM DUAS EXCECOES: SOLLOTE SEM REGISTRO   *
006090*                      (RECEPCAO INTERROMPIDA, LOTES TALVEZ JA   *
006100*                      ANOTADOS NO LOTCTL) RETEM O JOB, SALVO SE *
006110*                      O CICLO JA FOI RETOMADO ADIANTE DELE      *
006120*                      (RESTART=STEP004), E                      *
006130*                      SOLLOTE COM ERRO DE ABERTURA OU SOLEDIT   *
006140*                      SEM NADA APROVEITAVEL DAO RODADA NOVA.    *
006150******************************************************************
006160 3100-AVALIAR-PASSO.
006170
006180     IF TAB-CIC-RC (WRK-IND-PAS) IS NUMERIC
006190        IF TAB-CIC-RC-N (WRK-IND-PAS)
006200           NOT > TAB-PAS-LIMITE (WRK-IND-PAS)
006210           GO TO 3100-EXIT
006220        END-IF
006230     END-IF
006240
006250     IF WRK-IND-PAS = 1
006260        AND TAB-CIC-RC (WRK-IND-PAS) = SPACES
006270        MOVE 'N' TO WRK-SW-POSTERIOR
006280        PERFORM 2550-VERIFICAR-POSTERIOR THRU 2550-EXIT
006290            VARYING WRK-IND-AUX FROM 2 BY 1
006300            UNTIL WRK-IND-AUX > WRK-QTDE-PASSOS
006310        IF WRK-HA-POSTERIOR
006320           GO TO 3100-EXIT
006330        END-IF
006340     END-IF
006350
006360     MOVE 'S' TO WRK-SW-DECIDIDO
006370     IF WRK-IND-PAS = 1
006380        IF TAB-CIC-RC (WRK-IND-PAS) = SPACES
006390           MOVE 'SOLLOTE SEM REGISTRO NO CICLO - JOB RETIDO'
006400                           TO WRK-MOTIVO
006410           MOVE 16 TO WRK-PASSO-REINICIO
006420        ELSE
006430           MOVE 'RECEPCAO DE LOTES FALHOU - RODADA NOVA'
006440                           TO WRK-MOTIVO
006450        END-IF
006460        GO TO 3100-EXIT
006470     END-IF
006480     IF WRK-IND-PAS = 3
006490        AND TAB-CIC-RC (WRK-IND-PAS) = '08'
006500        MOVE 'ULTIMO CICLO SEM PEDIDO APROVEITAVEL - RODADA NOVA'
006510                        TO WRK-MOTIVO
006520        GO TO 3100-EXIT
006530     END-IF
006540
006550     COMPUTE WRK-PASSO-REINICIO = WRK-IND-PAS - 1
006560     MOVE SPACES TO WRK-MOTIVO
006570     STRING 'REINICIO NO ' DELIMITED BY SIZE
006580            TAB-PAS-STEP (WRK-IND-PAS) DELIMITED BY SPACE
006590            ' (' DELIMITED BY SIZE
006600            TAB-PAS-PROGRAMA (WRK-IND-PAS) DELIMITED BY SPACE
006610            ') - PASSOS ANTERIORES SALTADOS' DELIMITED BY SIZE
006620            INTO WRK-MOTIVO
006630     END-STRING.
006640 3100-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 4000-GRAVAR-DECISAO - GRAVA A DECISAO NO RUNCTL (REGISTRO 'S'  *
006690*                       SOLRST COM O NOME DO JOB); NO REINICIO   *
006700*                       LEVA A RODADA DO CICLO. SEM ESTE         *
006710*                       REGISTRO O PROXIMO REINICIO NAO SERIA    *
006720*                       CONFIAVEL, POR ISSO A FALHA RETEM O JOB. *
006730******************************************************************
006740 4000-GRAVAR-DECISAO.
006750
006760     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
006770     ACCEPT WRK-HORA-CTL FROM TIME
006780     OPEN EXTEND RUNCTL
006790     IF WRK-FS-RUNCTL = '35'
006800        OPEN OUTPUT RUNCTL
006810     END-IF
006820     IF WRK-FS-RUNCTL NOT = '00'
006830        DISPLAY 'SOLRST - ERRO AO GRAVAR RUNCTL - FS='
006840                WRK-FS-RUNCTL
006850        MOVE 'RUNCTL INDISPONIVEL PARA GRAVACAO - JOB RETIDO'
006860                        TO WRK-MOTIVO
006870        MOVE 16 TO WRK-RETORNO
006880        GO TO 4000-EXIT
006890     END-IF
006900
006910     MOVE SPACES            TO REG-RUNCTL
006920     SET REG-RUN-REG-PASSO  TO TRUE
006930     IF WRK-RETORNO > ZEROS
006940        AND WRK-RETORNO < 16
006950        MOVE WRK-CIC-RODADA TO REG-RUN-RODADA
006960     ELSE
006970        MOVE ZEROS          TO REG-RUN-RODADA
006980     END-IF
006990     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
007000     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
007010     MOVE 'SOLRST  '        TO REG-RUN-PAS-PROGRAMA
007020     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
007030     MOVE ZEROS             TO REG-RUN-PAS-QTDE-REGS
007040     MOVE WRK-JOB           TO REG-RUN-PAS-JOB
007050     WRITE REG-RUNCTL
007060     CLOSE RUNCTL.
007070 4000-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110* 5000-IMPRIMIR-DECISAO - IMPRIME O ULTIMO CICLO PASSO A PASSO,  *
007120*                         O QUE RODA NESTA SUBMISSAO E O MOTIVO. *
007130******************************************************************
007140 5000-IMPRIMIR-DECISAO.
007150
007160     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007170     PERFORM 5100-IMPRIMIR-PASSO THRU 5100-EXIT
007180         VARYING WRK-IND-PAS FROM 1 BY 1
007190         UNTIL WRK-IND-PAS > WRK-QTDE-PASSOS
007200
007210     MOVE SPACES TO REG-RELRST
007220     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007230     MOVE WRK-MOTIVO TO MSG-TEXTO
007240     MOVE MSG-LINHA  TO REG-RELRST
007250     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007260     MOVE SPACES TO REG-RELRST
007270     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007280     MOVE 'RETURN-CODE (ORDEM DO REINICIO)....: '
007290                    TO TOT-DESCRICAO
007300     MOVE WRK-RETORNO TO TOT-VALOR
007310     MOVE TOT-LINHA TO REG-RELRST
007320     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
007330     MOVE 'REGISTROS LIDOS NO RUNCTL..........: '
007340                    TO TOT-DESCRICAO
007350     MOVE WRK-QTDE-LIDOS TO TOT-VALOR
007360     MOVE TOT-LINHA TO REG-RELRST
007370     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
007380 5000-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420* 5100-IMPRIMIR-PASSO - UMA LINHA POR PASSO: O RESULTADO NO      *
007430*                       CICLO E SE O STEP RODA OU E SALTADO.     *
007440******************************************************************
007450 5100-IMPRIMIR-PASSO.
007460
007470     COMPUTE WRK-ORDEM-EDITADA = WRK-IND-PAS - 1
007480     MOVE WRK-ORDEM-EDITADA           TO DET-ORDEM
007490     MOVE TAB-PAS-STEP (WRK-IND-PAS)  TO DET-STEP
007500     MOVE TAB-PAS-PROGRAMA (WRK-IND-PAS) TO DET-PROGRAMA
007510     MOVE TAB-PAS-LIMITE (WRK-IND-PAS) TO DET-LIMITE
007520     MOVE TAB-CIC-RC (WRK-IND-PAS)    TO DET-RC
007530     MOVE TAB-CIC-HORA (WRK-IND-PAS)  TO DET-HORA
007540     IF TAB-CIC-DATA (WRK-IND-PAS) = SPACES
007550        MOVE SPACES TO DET-DATA
007560     ELSE
007570        MOVE TAB-CIC-DATA (WRK-IND-PAS) (7:2) TO WRK-DTE-DIA
007580        MOVE TAB-CIC-DATA (WRK-IND-PAS) (5:2) TO WRK-DTE-MES
007590        MOVE TAB-CIC-DATA (WRK-IND-PAS) (1:4) TO WRK-DTE-ANO
007600        MOVE WRK-DATA-EDITADA TO DET-DATA
007610     END-IF
007620
007630     EVALUATE TRUE
007640        WHEN TAB-CIC-RC (WRK-IND-PAS) = SPACES
007650           MOVE 'SEM REGISTRO'       TO DET-SITUACAO
007660        WHEN TAB-CIC-RC (WRK-IND-PAS) IS NOT NUMERIC
007670           MOVE 'REGISTRO INVALIDO'  TO DET-SITUACAO
007680        WHEN TAB-CIC-RC-N (WRK-IND-PAS)
007690             > TAB-PAS-LIMITE (WRK-IND-PAS)
007700           MOVE 'NAO CONCLUIDO'      TO DET-SITUACAO
007710        WHEN OTHER
007720           MOVE 'CONCLUIDO'          TO DET-SITUACAO
007730     END-EVALUATE
007740
007750     IF WRK-RETORNO > WRK-IND-PAS - 1
007760        MOVE 'SALTADO'  TO DET-ACAO
007770     ELSE
007780        MOVE 'EXECUTA'  TO DET-ACAO
007790     END-IF
007800     MOVE DET-LINHA TO REG-RELRST
007810     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
007820 5100-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME OS          *
007870*                           CABECALHOS.                          *
007880******************************************************************
007890 7000-IMPRIMIR-CABECALHO.
007900
007910     MOVE 1 TO CAB-PAGINA
007920     MOVE WRK-DATA-EMISSAO(7:2) TO CAB-EMI-DIA
007930     MOVE WRK-DATA-EMISSAO(5:2) TO CAB-EMI-MES
007940     MOVE WRK-DATA-EMISSAO(1:4) TO CAB-EMI-ANO
007950     MOVE WRK-JOB TO CAB-JOB
007960     MOVE WRK-CIC-REINICIOS TO CAB-REINICIOS
007970     IF WRK-CICLO-EXISTE
007980        MOVE WRK-CIC-RODADA   TO CAB-CIC-RODADA
007990        MOVE WRK-CIC-DATA(7:2) TO WRK-DTE-DIA
008000        MOVE WRK-CIC-DATA(5:2) TO WRK-DTE-MES
008010        MOVE WRK-CIC-DATA(1:4) TO WRK-DTE-ANO
008020        MOVE WRK-DATA-EDITADA TO CAB-CIC-DATA
008030        MOVE WRK-CIC-JOB      TO CAB-CIC-JOB
008040        MOVE CAB-CIC-ABERTO   TO CAB-CICLO
008050     ELSE
008060        MOVE 'NENHUM'         TO CAB-CICLO
008070     END-IF
008080     MOVE CAB-LINHA-1 TO REG-RELRST
008090     WRITE REG-RELRST AFTER ADVANCING PAGE
008100     MOVE CAB-LINHA-2 TO REG-RELRST
008110     WRITE REG-RELRST AFTER ADVANCING 1 LINE
008120     MOVE SPACES TO REG-RELRST
008130     WRITE REG-RELRST AFTER ADVANCING 1 LINE
008140     MOVE CAB-COLUNAS TO REG-RELRST
008150     WRITE REG-RELRST AFTER ADVANCING 1 LINE
008160     MOVE SPACES TO REG-RELRST
008170     WRITE REG-RELRST AFTER ADVANCING 1 LINE
008180     MOVE 6 TO WRK-LIN-CONTADOR.
008190 7000-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO.              *
008240******************************************************************
008250 7100-GRAVAR-LINHA.
008260
008270     WRITE REG-RELRST AFTER ADVANCING 1 LINE
008280     ADD 1 TO WRK-LIN-CONTADOR.
008290 7100-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 9999-ENCERRAR - FECHA O RELATORIO, DEVOLVE O RETURN-CODE (A    *
008340*                 ORDEM DO PASSO DE REINICIO) E ENCERRA.         *
008350******************************************************************
008360 9999-ENCERRAR.
008370
008380     IF WRK-RELRST-ABERTO
008390        CLOSE RELRST
008400     END-IF
008410     MOVE WRK-RETORNO TO RETURN-CODE
008420     STOP RUN.
008430 9999-EXIT.
008440     EXIT.
008450
008460 END PROGRAM SOLRST.
008470
