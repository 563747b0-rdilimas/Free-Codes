000180*            RETURN-CODES: 0 = TUDO ACEITO; 4 = HOUVE REJEITO    *
000190*            (A RODADA SEGUE COM OS BONS); 8 = NENHUM PEDIDO     *
000200*            APROVEITAVEL; 16 = ERRO DE ABERTURA DE ARQUIVO.     *
000210*                                                                *
000220*            A CRITICA ANOTA NO CADASTRO DE PEDIDOS (PEDREG) O   *
000230*            ACEITE OU A REJEICAO DE CADA PEDIDO NOVO, E RECUSA  *
000240*            (MOTIVO 06) A REFERENCIA JA ENTREGUE AO             *
000250*            SOLICITANTE OU JA CONFIRMADA NO WAREHOUSE, QUE NAO  *
000260*            E GERADA DE NOVO.                                   *
000270*                                                                *
000280*            O SOLICITANTE TEM DE CONSTAR ATIVO NO CADASTRO DE   *
000290*            SOLICITANTES (CADSOL), COM O MODO E A CLASSE DO     *
000300*            PEDIDO AUTORIZADOS, DENTRO DO LIMITE DE TERMOS POR  *
000310*            PEDIDO E DA COTA MENSAL. O CONSUMO DO MES E O QUE O *
000320*            LOGAUD MOSTRA COMO GERADO NO MES CORRENTE, SOMADO   *
000330*            AO QUE JA FOI ACEITO NESTA MESMA CRITICA.           *
000340******************************************************************
000350* MODIFICATION HISTORY                                           *
000360*  DATE       INIC  DESCRICAO                                    *
000370*  22/08/2026 RL    VERSAO INICIAL - CRITICA PREVIA COM ARQUIVO  *
000380*                   DE REJEITOS RESSUBMISSIVEIS E RELATORIO.     *
000390*  22/08/2026 RL    ACEITA O NOVO MODO 'A' (GERAR ATE O         *
000400*                   LIMITE): QUANTIDADE DISPENSAVEL, VALOR-     *
000410*                   LIMITE OBRIGATORIAMENTE NUMERICO.           *
000420*  02/09/2026 RL    O PEDIDO GANHOU O SOLICITANTE E A REFERENCIA *
000430*                   LIVRE (POSICOES 64-71 E 73-84). O ARQUIVO     *
000440*                   LIMPO, O DE REJEITOS E O RELATORIO DA         *
000450*                   CRITICA PASSAM A CARREGAR O PEDIDO COMPLETO   *
000460*                   DE 84 POSICOES.                               *
000470*  02/09/2026 RL    O PEDIDO GANHOU OS COEFICIENTES P E Q DA     *
000480*                   RECORRENCIA (POSICOES 86-89 E 91-94); A      *
000490*                   CRITICA REJEITA COEFICIENTE INFORMADO NAO    *
000500*                   NUMERICO OU PAR 0/0 (MOTIVO 04). PEDIDO      *
000510*                   COMPLETO AGORA COM 94 POSICOES.              *
000520*  02/09/2026 RL    O PEDIDO GANHOU A CLASSE (POSICAO 96, 'P' = *
000530*                   PESADO, 'N' OU BRANCO = NORMAL); CLASSE      *
000540*                   DESCONHECIDA E REJEITADA (MOTIVO 05).        *
000550*                   PEDIDO COMPLETO AGORA COM 96 POSICOES.       *
000560*  02/09/2026 RL    GRAVA NO RUNCTL O REGISTRO 'S' DO PASSO     *
000570*                   (PROGRAMA, DATA/HORA E RETURN-CODE), PARA O  *
000580*                   HISTORICO DE OPERACAO DO SOLHIS.             *
000590*  15/10/2026 RL    ANOTA ACEITE E REJEICAO NO CADASTRO DE       *
000600*                   PEDIDOS (PEDREG) E RECUSA COM O MOTIVO 06 A  *
000610*                   REFERENCIA JA ENTREGUE AO SOLICITANTE.       *
000620*  15/10/2026 RL    AUTORIZACAO DO SOLICITANTE PELO CADASTRO     *
000630*                   CADSOL: REJEITA SOLICITANTE DESCONHECIDO     *
000640*                   (07) OU INATIVO (08), MODO (09) OU CLASSE    *
000650*                   PESADA (10) NAO AUTORIZADOS, PEDIDO ACIMA DO *
000660*                   LIMITE POR PEDIDO (11) E COTA MENSAL         *
000670*                   ESGOTADA (12), COM O CONSUMO DO MES TIRADO   *
000680*                   DO LOGAUD.                                   *
000690*  15/10/2026 RL    O LOGAUD GANHOU A CLASSE DO PEDIDO - LRECL   *
000700*                   DE 79 PARA 81 (SEM EFEITO NO CONSUMO DO      *
000710*                   MES).                                        *
000720*  15/10/2026 RL    ACEITA O NOVO MODO 'M' (RESIDUOS MODULO M):  *
000730*                   QUANTIDADE DISPENSAVEL E MODULO NO VALOR     *
000740*                   PROCURADO, NUMERICO DE 2 A 13 DIGITOS        *
000750*                   (MOTIVO 03); COTA E LIMITE CONFERIDOS PELA   *
000760*                   TRAVA DE SEGURANCA, COMO NO MODO 'A'. O      *
000770*                   LOGAUD GANHOU O PERIODO - LRECL DE 81 PARA   *
000780*                   87.                                          *
000790*  15/10/2026 RL    MOTIVO 06 TAMBEM PARA A REFERENCIA           *
000800*                   CONFIRMADA NO WAREHOUSE (SITUACAO W DO       *
000810*                   PEDREG, ANOTADA PELO SOLCONC).               *
000820*  15/10/2026 RL    ERRO DE LEITURA DO CADSOL (FS DIFERENTE DE   *
000830*                   00/23) ENCERRA A CRITICA COM RC 16, SEM      *
000840*                   REJEITAR O PEDIDO; SEM O CADSOL ABERTO AS    *
000850*                   RESSUBMISSOES NAO SAO PROCESSADAS.           *
000860******************************************************************
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID.     SOLEDIT.
000890 AUTHOR.         ROBSON LIMA.
000900 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000910 DATE-WRITTEN.   22/08/2026.
000920 DATE-COMPILED.
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT ENTRADA ASSIGN TO ENTRADA
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WRK-FS-ENTRADA.
000990     SELECT PEDLIM ASSIGN TO PEDLIM
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-FS-PEDLIM.
001020     SELECT REJANT ASSIGN TO REJANT
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WRK-FS-REJANT.
001050     SELECT PEDREJ ASSIGN TO PEDREJ
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WRK-FS-PEDREJ.
001080     SELECT RELEDIT ASSIGN TO RELEDIT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WRK-FS-RELEDIT.
001110     SELECT RUNCTL ASSIGN TO RUNCTL
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WRK-FS-RUNCTL.
001140     SELECT PEDREG ASSIGN TO PEDREG
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS REG-PRG-CHAVE
001180         FILE STATUS IS WRK-FS-PEDREG.
001190     SELECT CADSOL ASSIGN TO CADSOL
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS REG-CSL-SOLICITANTE
001230         FILE STATUS IS WRK-FS-CADSOL.
001240     SELECT LOGAUD ASSIGN TO LOGAUD
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WRK-FS-LOGAUD.
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  ENTRADA
001300     RECORDING MODE IS F.
001310 01  REG-ENTRADA.
001320     05 REG-ENT-QTDE-TERMOS      PIC 9(03).
001330     05 FILLER                   PIC X(01).
001340     05 REG-ENT-SEMENTE-1        PIC S9(18).
001350     05 FILLER                   PIC X(01).
001360     05 REG-ENT-SEMENTE-2        PIC S9(18).
001370     05 FILLER                   PIC X(01).
001380     05 REG-ENT-MODO             PIC X(01).
001390        88 REG-ENT-MODO-LOCALIZAR    VALUE 'L'.
001400        88 REG-ENT-MODO-GERAR        VALUE 'G' SPACE.
001410        88 REG-ENT-MODO-LIMITE       VALUE 'A'.
001420        88 REG-ENT-MODO-MODULO       VALUE 'M'.
001430     05 FILLER                   PIC X(01).
001440     05 REG-ENT-VALOR-PROCURADO  PIC S9(18).
001450     05 FILLER                   PIC X(01).
001460     05 REG-ENT-SOLICITANTE      PIC X(08).
001470     05 FILLER                   PIC X(01).
001480     05 REG-ENT-REFERENCIA       PIC X(12).
001490     05 FILLER                   PIC X(01).
001500     05 REG-ENT-COEF-P           PIC S9(04).
001510     05 FILLER                   PIC X(01).
001520     05 REG-ENT-COEF-Q           PIC S9(04).
001530     05 FILLER                   PIC X(01).
001540     05 REG-ENT-CLASSE           PIC X(01).
001550        88 REG-ENT-CLASSE-PESADA     VALUE 'P'.
001560        88 REG-ENT-CLASSE-NORMAL     VALUE 'N' SPACE.
001570
001580 FD  PEDLIM
001590     RECORDING MODE IS F.
001600 01  REG-PEDLIM                  PIC X(96).
001610
001620 FD  PEDREJ
001630     RECORDING MODE IS F.
001640 01  REG-PEDREJ.
001650     05 REG-REJ-PEDIDO           PIC X(96).
001660     05 FILLER                   PIC X(01).
001670     05 REG-REJ-MOTIVO           PIC 9(02).
001680
001690 FD  REJANT
001700     RECORDING MODE IS F.
001710 01  REG-REJANT.
001720     05 REG-RJA-PEDIDO           PIC X(96).
001730     05 FILLER                   PIC X(01).
001740     05 REG-RJA-MOTIVO           PIC 9(02).
001750
001760 FD  RELEDIT
001770     RECORDING MODE IS F.
001780 01  REG-RELEDIT                 PIC X(132).
001790
001800 FD  RUNCTL
001810     RECORDING MODE IS F.
001820 01  REG-RUNCTL.
001830     05 REG-RUN-TIPO              PIC X(01).
001840        88 REG-RUN-REG-RODADA         VALUE 'R'.
001850        88 REG-RUN-REG-PASSO          VALUE 'S'.
001860     05 FILLER                    PIC X(01).
001870     05 REG-RUN-RODADA            PIC 9(05).
001880     05 FILLER                    PIC X(01).
001890     05 REG-RUN-DATA              PIC X(08).
001900     05 FILLER                    PIC X(01).
001910     05 REG-RUN-CORPO.
001920        10 REG-RUN-HORA-INI        PIC X(08).
001930        10 FILLER                  PIC X(01).
001940        10 REG-RUN-HORA-FIM        PIC X(08).
001950        10 FILLER                  PIC X(01).
001960        10 REG-RUN-RETORNO         PIC 9(02).
001970        10 FILLER                  PIC X(01).
001980        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
001990        10 FILLER                  PIC X(01).
002000        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002010        10 FILLER                  PIC X(01).
002020        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002030        10 FILLER                  PIC X(01).
002040        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002050     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002060        10 REG-RUN-PAS-HORA        PIC X(08).
002070        10 FILLER                  PIC X(01).
002080        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002090        10 FILLER                  PIC X(01).
002100        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002110        10 FILLER                  PIC X(26).
002120
002130 FD  PEDREG.
002140 01  REG-PEDREG.
002150     05 REG-PRG-CHAVE.
002160        10 REG-PRG-SOLICITANTE      PIC X(08).
002170        10 REG-PRG-REFERENCIA       PIC X(12).
002180     05 FILLER                    PIC X(01).
002190     05 REG-PRG-SITUACAO          PIC X(01).
002200        88 REG-PRG-ACEITO             VALUE 'A'.
002210        88 REG-PRG-REJEITADO          VALUE 'R'.
002220        88 REG-PRG-ADIADO             VALUE 'F'.
002230        88 REG-PRG-CAPACIDADE         VALUE 'C'.
002240        88 REG-PRG-GERADO             VALUE 'G'.
002250        88 REG-PRG-ENTREGUE           VALUE 'E'.
002260        88 REG-PRG-CONFIRMADO         VALUE 'W'.
002270     05 FILLER                    PIC X(01).
002280     05 REG-PRG-DATA-SITUACAO     PIC X(08).
002290     05 FILLER                    PIC X(01).
002300     05 REG-PRG-RODADA            PIC 9(05).
002310     05 FILLER                    PIC X(01).
002320     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
002330     05 FILLER                    PIC X(01).
002340     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
002350     05 FILLER                    PIC X(01).
002360     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
002370     05 FILLER                    PIC X(01).
002380     05 REG-PRG-EVENTO OCCURS 12 TIMES.
002390        10 REG-PRG-EVT-SITUACAO     PIC X(01).
002400        10 REG-PRG-EVT-DATA         PIC X(08).
002410        10 REG-PRG-EVT-HORA         PIC X(08).
002420        10 REG-PRG-EVT-RODADA       PIC 9(05).
002430        10 REG-PRG-EVT-ORIGEM       PIC X(08).
002440        10 REG-PRG-EVT-COMPL        PIC X(08).
002450
002460 FD  CADSOL.
002470 01  REG-CADSOL.
002480     05 REG-CSL-SOLICITANTE       PIC X(08).
002490     05 FILLER                    PIC X(01).
002500     05 REG-CSL-NOME              PIC X(30).
002510     05 FILLER                    PIC X(01).
002520     05 REG-CSL-DEPARTAMENTO      PIC X(08).
002530     05 FILLER                    PIC X(01).
002540     05 REG-CSL-SITUACAO          PIC X(01).
002550        88 REG-CSL-ATIVO              VALUE 'A'.
002560        88 REG-CSL-INATIVO            VALUE 'I'.
002570     05 FILLER                    PIC X(01).
002580     05 REG-CSL-MODOS             PIC X(04).
002590     05 REG-CSL-MODOS-R REDEFINES REG-CSL-MODOS.
002600        10 REG-CSL-MODO           PIC X(01) OCCURS 4 TIMES.
002610     05 FILLER                    PIC X(01).
002620     05 REG-CSL-PESADO            PIC X(01).
002630        88 REG-CSL-PESADO-PERMITIDO   VALUE 'S'.
002640     05 FILLER                    PIC X(01).
002650     05 REG-CSL-MAX-TERMOS        PIC 9(05).
002660     05 FILLER                    PIC X(01).
002670     05 REG-CSL-COTA-MENSAL       PIC 9(07).
002680     05 FILLER                    PIC X(01).
002690     05 REG-CSL-DATA-INCLUSAO     PIC X(08).
002700     05 FILLER                    PIC X(01).
002710     05 REG-CSL-DATA-ALTERACAO    PIC X(08).
002720     05 FILLER                    PIC X(41).
002730
002740 FD  LOGAUD
002750     RECORDING MODE IS F.
002760 01  REG-LOGAUD.
002770     05 REG-LOG-JOB               PIC X(08).
002780     05 FILLER                    PIC X(01).
002790     05 REG-LOG-DATA              PIC X(08).
002800     05 FILLER                    PIC X(01).
002810     05 REG-LOG-HORA              PIC X(08).
002820     05 FILLER                    PIC X(01).
002830     05 REG-LOG-USUARIO           PIC X(08).
002840     05 FILLER                    PIC X(01).
002850     05 REG-LOG-ENTRADA           PIC 9(03).
002860     05 FILLER                    PIC X(01).
002870     05 REG-LOG-QTDE-GERADA       PIC 9(05).
002880     05 FILLER                    PIC X(01).
002890     05 REG-LOG-MODO              PIC X(01).
002900     05 FILLER                    PIC X(01).
002910     05 REG-LOG-CAPACIDADE        PIC X(01).
002920     05 FILLER                    PIC X(01).
002930     05 REG-LOG-SOLICITANTE       PIC X(08).
002940     05 FILLER                    PIC X(01).
002950     05 REG-LOG-REFERENCIA        PIC X(12).
002960     05 FILLER                    PIC X(01).
002970     05 REG-LOG-RODADA            PIC 9(05).
002980     05 FILLER                    PIC X(01).
002990     05 REG-LOG-ADIADO            PIC X(01).
003000     05 FILLER                    PIC X(01).
003010     05 REG-LOG-CLASSE            PIC X(01).
003020     05 FILLER                    PIC X(01).
003030     05 REG-LOG-PERIODO           PIC 9(05).
003040
003050 WORKING-STORAGE SECTION.
003060 77 WRK-FS-ENTRADA               PIC X(02) VALUE ZEROS.
003070 77 WRK-FS-PEDLIM                PIC X(02) VALUE ZEROS.
003080 77 WRK-FS-PEDREJ                PIC X(02) VALUE ZEROS.
003090 77 WRK-FS-RELEDIT               PIC X(02) VALUE ZEROS.
003100 77 WRK-FS-REJANT                PIC X(02) VALUE ZEROS.
003110 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
003120 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
003130 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
003140 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
003150 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
003160 77 WRK-SW-PEDREG-DISP           PIC X(01) VALUE 'N'.
003170    88 WRK-PEDREG-DISPONIVEL         VALUE 'S'.
003180 77 WRK-SW-PRG-EXISTE            PIC X(01) VALUE 'N'.
003190    88 WRK-PRG-EXISTE                VALUE 'S'.
003200 77 WRK-SW-RESSUBMISSAO          PIC X(01) VALUE 'N'.
003210    88 WRK-EM-RESSUBMISSAO           VALUE 'S'.
003220 77 WRK-PRG-MAX-EVENTOS          PIC S9(04) COMP VALUE 12.
003230 77 WRK-PRG-IND                  PIC S9(04) COMP VALUE ZEROS.
003240 77 WRK-PRG-POS                  PIC S9(04) COMP VALUE ZEROS.
003250 77 WRK-PRG-SOLICITANTE          PIC X(08) VALUE SPACES.
003260 77 WRK-PRG-REFERENCIA           PIC X(12) VALUE SPACES.
003270 77 WRK-PRG-SITUACAO             PIC X(01) VALUE SPACES.
003280    88 WRK-PRG-RECUSA                VALUE 'X'.
003290 77 WRK-PRG-DATA                 PIC X(08) VALUE SPACES.
003300 77 WRK-PRG-HORA                 PIC X(08) VALUE SPACES.
003310 77 WRK-PRG-RODADA               PIC 9(05) VALUE ZEROS.
003320 77 WRK-PRG-ORIGEM               PIC X(08) VALUE SPACES.
003330 77 WRK-PRG-COMPL                PIC X(08) VALUE SPACES.
003340 77 WRK-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
003350    88 WRK-FIM-ENTRADA               VALUE 'S'.
003360 77 WRK-SW-FIM-REJANT            PIC X(01) VALUE 'N'.
003370    88 WRK-FIM-REJANT                VALUE 'S'.
003380 77 WRK-MOTIVO-REJEICAO          PIC 9(02) VALUE ZEROS.
003390    88 WRK-PEDIDO-ACEITO             VALUE ZEROS.
003400    88 WRK-MOT-QTDE-INVALIDA         VALUE 01.
003410    88 WRK-MOT-MODO-INVALIDO         VALUE 02.
003420    88 WRK-MOT-VALOR-INVALIDO        VALUE 03.
003430    88 WRK-MOT-COEF-INVALIDO         VALUE 04.
003440    88 WRK-MOT-CLASSE-INVALIDA        VALUE 05.
003450    88 WRK-MOT-REF-ENTREGUE          VALUE 06.
003460    88 WRK-MOT-SOLIC-DESCONHECIDO    VALUE 07.
003470    88 WRK-MOT-SOLIC-INATIVO         VALUE 08.
003480    88 WRK-MOT-MODO-NAO-AUTORIZ      VALUE 09.
003490    88 WRK-MOT-PESADO-NAO-AUTORIZ    VALUE 10.
003500    88 WRK-MOT-ACIMA-LIMITE          VALUE 11.
003510    88 WRK-MOT-COTA-ESGOTADA         VALUE 12.
003520    88 WRK-MOT-AUTORIZACAO           VALUE 07 THRU 12.
003530 77 WRK-SEQ-PEDIDO               PIC 9(05) VALUE ZEROS.
003540 77 WRK-QTDE-LIDOS               PIC 9(05) VALUE ZEROS.
003550 77 WRK-QTDE-ACEITOS             PIC 9(05) VALUE ZEROS.
003560 77 WRK-QTDE-REJEITADOS          PIC 9(05) VALUE ZEROS.
003570 77 WRK-QTDE-RESSUBMETIDOS       PIC 9(05) VALUE ZEROS.
003580 77 WRK-QTDE-JA-ENTREGUES        PIC 9(05) VALUE ZEROS.
003590 77 WRK-QTDE-NAO-AUTORIZ         PIC 9(05) VALUE ZEROS.
003600 77 WRK-FS-CADSOL                PIC X(02) VALUE ZEROS.
003610 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
003620 77 WRK-SW-FIM-LOGAUD            PIC X(01) VALUE 'N'.
003630    88 WRK-FIM-LOGAUD                VALUE 'S'.
003640 77 WRK-MES-CORRENTE             PIC X(06) VALUE SPACES.
003650 77 WRK-LIMITE-SEGURANCA         PIC 9(05) VALUE 10000.
003660 77 WRK-MODULO-MAXIMO            PIC 9(18) VALUE 9999999999999.
003670 77 WRK-MODO-PEDIDO              PIC X(01) VALUE SPACES.
003680 77 WRK-IND-MODO                 PIC S9(04) COMP VALUE ZEROS.
003690 77 WRK-TERMOS-PEDIDO            PIC 9(05) VALUE ZEROS.
003700 77 WRK-CONSUMO-MES              PIC 9(09) VALUE ZEROS.
003710 77 WRK-CNS-SOLICITANTE          PIC X(08) VALUE SPACES.
003720 77 WRK-IND-TAB                  PIC S9(04) COMP VALUE ZEROS.
003730 77 WRK-QTDE-CONSUMOS            PIC S9(04) COMP VALUE ZEROS.
003740 77 WRK-MAX-CONSUMOS             PIC S9(04) COMP VALUE 500.
003750 77 WRK-DATA-EDICAO              PIC 9(08) VALUE ZEROS.
003760 77 WRK-PAG-CONTADOR             PIC 9(04) COMP VALUE ZEROS.
003770 77 WRK-LIN-CONTADOR             PIC 9(02) COMP VALUE 99.
003780 77 WRK-LIN-MAX                  PIC 9(02) COMP VALUE 56.
003790
003800 01 TAB-CONSUMO.
003810    05 TAB-CNS-ITEM OCCURS 500 TIMES.
003820       10 TAB-CNS-SOLICITANTE    PIC X(08).
003830       10 TAB-CNS-TERMOS         PIC 9(09).
003840
003850 01 CAB-LINHA-1.
003860    05 FILLER                    PIC X(10) VALUE 'FIBO      '.
003870    05 FILLER                    PIC X(36) VALUE
003880       'RELATORIO DA CRITICA DE PEDIDOS     '.
003890    05 FILLER                    PIC X(09) VALUE 'EMISSAO: '.
003900    05 CAB-EMI-DIA               PIC X(02).
003910    05 FILLER                    PIC X(01) VALUE '/'.
003920    05 CAB-EMI-MES               PIC X(02).
003930    05 FILLER                    PIC X(01) VALUE '/'.
003940    05 CAB-EMI-ANO               PIC X(04).
003950    05 FILLER                    PIC X(06) VALUE SPACES.
003960    05 FILLER                    PIC X(05) VALUE 'PAG. '.
003970    05 CAB-PAGINA                PIC ZZZ9.
003980    05 FILLER                    PIC X(52) VALUE SPACES.
003990
004000 01 CAB-COLUNAS.
004010    05 FILLER                    PIC X(07) VALUE ' PEDIDO'.
004020    05 FILLER                    PIC X(97) VALUE
004030       'CONTEUDO DO PEDIDO (QTDE / SEMENTES / MODO / VALOR / SOLI
004040-      'CITANTE / REFERENCIA / COEFS)'.
004050    05 FILLER                    PIC X(28) VALUE 'SITUACAO'.
004060
004070 01 DET-LINHA.
004080    05 FILLER                    PIC X(01) VALUE SPACES.
004090    05 DET-SEQ-PEDIDO            PIC ZZZZ9.
004100    05 FILLER                    PIC X(01) VALUE SPACES.
004110    05 DET-PEDIDO                PIC X(96).
004120    05 FILLER                    PIC X(01) VALUE SPACES.
004130    05 DET-SITUACAO              PIC X(28) VALUE SPACES.
004140
004150 01 TOT-LINHA-1.
004160    05 FILLER                    PIC X(26) VALUE
004170       'PEDIDOS LIDOS...........: '.
004180    05 TOT-LIDOS                 PIC ZZ,ZZ9.
004190    05 FILLER                    PIC X(100) VALUE SPACES.
004200
004210 01 TOT-LINHA-2.
004220    05 FILLER                    PIC X(26) VALUE
004230       'PEDIDOS ACEITOS.........: '.
004240    05 TOT-ACEITOS               PIC ZZ,ZZ9.
004250    05 FILLER                    PIC X(100) VALUE SPACES.
004260
004270 01 TOT-LINHA-3.
004280    05 FILLER                    PIC X(26) VALUE
004290       'PEDIDOS REJEITADOS......: '.
004300    05 TOT-REJEITADOS            PIC ZZ,ZZ9.
004310    05 FILLER                    PIC X(100) VALUE SPACES.
004320
004330 01 TOT-LINHA-4.
004340    05 FILLER                    PIC X(26) VALUE
004350       'REJEITOS RESSUBMETIDOS..: '.
004360    05 TOT-RESSUBMETIDOS         PIC ZZ,ZZ9.
004370    05 FILLER                    PIC X(100) VALUE SPACES.
004380
004390 01 TOT-LINHA-5.
004400    05 FILLER                    PIC X(26) VALUE
004410       'REFERENCIAS JA ENTREGUES: '.
004420    05 TOT-JA-ENTREGUES          PIC ZZ,ZZ9.
004430    05 FILLER                    PIC X(100) VALUE SPACES.
004440
004450 01 TOT-LINHA-6.
004460    05 FILLER                    PIC X(26) VALUE
004470       'REJEITOS DE AUTORIZACAO.: '.
004480    05 TOT-NAO-AUTORIZ           PIC ZZ,ZZ9.
004490    05 FILLER                    PIC X(100) VALUE SPACES.
004500
004510 PROCEDURE DIVISION.
004520 0000-MAINLINE.
004530
004540     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
004550
004560     PERFORM 3000-CRITICAR-PEDIDO THRU 3000-EXIT
004570         UNTIL WRK-FIM-ENTRADA
004580
004590     IF WRK-RETORNO < 16
004600        PERFORM 5000-PROCESSAR-RESSUBMISSOES THRU 5000-EXIT
004610     END-IF
004620
004630     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
004640     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
004650
004660******************************************************************
004670* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EMISSAO   *
004680*                    E FAZ A LEITURA INICIAL.                    *
004690******************************************************************
004700 1000-INICIALIZAR.
004710
004720     ACCEPT WRK-DATA-EDICAO FROM DATE YYYYMMDD
004730     MOVE WRK-DATA-EDICAO(1:6) TO WRK-MES-CORRENTE
004740
004750     OPEN INPUT ENTRADA
004760     IF WRK-FS-ENTRADA NOT = '00'
004770        DISPLAY 'SOLEDIT - ERRO AO ABRIR ENTRADA - FS='
004780                WRK-FS-ENTRADA
004790        MOVE 'S' TO WRK-SW-FIM-ENTRADA
004800        MOVE 16  TO WRK-RETORNO
004810     END-IF
004820
004830     OPEN OUTPUT PEDLIM
004840     IF WRK-FS-PEDLIM NOT = '00'
004850        DISPLAY 'SOLEDIT - ERRO AO ABRIR PEDLIM - FS='
004860                WRK-FS-PEDLIM
004870        MOVE 'S' TO WRK-SW-FIM-ENTRADA
004880        MOVE 16  TO WRK-RETORNO
004890     END-IF
004900
004910     OPEN OUTPUT PEDREJ
004920     IF WRK-FS-PEDREJ NOT = '00'
004930        DISPLAY 'SOLEDIT - ERRO AO ABRIR PEDREJ - FS='
004940                WRK-FS-PEDREJ
004950        MOVE 'S' TO WRK-SW-FIM-ENTRADA
004960        MOVE 16  TO WRK-RETORNO
004970     END-IF
004980
004990     OPEN OUTPUT RELEDIT
005000     IF WRK-FS-RELEDIT NOT = '00'
005010        DISPLAY 'SOLEDIT - ERRO AO ABRIR RELEDIT - FS='
005020                WRK-FS-RELEDIT
005030        MOVE 'S' TO WRK-SW-FIM-ENTRADA
005040        MOVE 16  TO WRK-RETORNO
005050     END-IF
005060
005070*    O CADASTRO DE PEDIDOS E OPCIONAL: INDISPONIVEL, A CRITICA
005080*    SEGUE SEM ANOTAR AS SITUACOES NEM RECUSAR REFERENCIA JA
005090*    ENTREGUE (SO AVISO).
005100     OPEN I-O PEDREG
005110     IF WRK-FS-PEDREG = '35'
005120        OPEN OUTPUT PEDREG
005130        IF WRK-FS-PEDREG = '00'
005140           CLOSE PEDREG
005150           OPEN I-O PEDREG
005160        END-IF
005170     END-IF
005180     IF WRK-FS-PEDREG = '00'
005190        MOVE 'S' TO WRK-SW-PEDREG-DISP
005200     ELSE
005210        DISPLAY 'SOLEDIT - AVISO - CADASTRO PEDREG INDISPONIVEL'
005220                ' - FS=' WRK-FS-PEDREG
005230     END-IF
005240
005250*    SEM O CADASTRO DE SOLICITANTES NAO HA COMO AUTORIZAR PEDIDO:
005260*    A CRITICA NAO RODA.
005270     OPEN INPUT CADSOL
005280     IF WRK-FS-CADSOL NOT = '00'
005290        DISPLAY 'SOLEDIT - ERRO AO ABRIR CADSOL - FS='
005300                WRK-FS-CADSOL
005310        MOVE 'S' TO WRK-SW-FIM-ENTRADA
005320        MOVE 16  TO WRK-RETORNO
005330     END-IF
005340
005350     IF NOT WRK-FIM-ENTRADA
005360        PERFORM 1200-CARREGAR-CONSUMO THRU 1200-EXIT
005370     END-IF
005380
005390     IF NOT WRK-FIM-ENTRADA
005400        PERFORM 2000-LER-ENTRADA THRU 2000-EXIT
005410     END-IF.
005420 1000-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 1200-CARREGAR-CONSUMO - SOMA NA TABELA DE CONSUMO, POR         *
005470*                         SOLICITANTE, OS TERMOS QUE O LOGAUD    *
005480*                         MOSTRA GERADOS NO MES CORRENTE. SEM O  *
005490*                         LOGAUD (PRIMEIRO CICLO) O CONSUMO      *
005500*                         PARTE DE ZERO (SO AVISO).              *
005510******************************************************************
005520 1200-CARREGAR-CONSUMO.
005530
005540     OPEN INPUT LOGAUD
005550     IF WRK-FS-LOGAUD NOT = '00'
005560        DISPLAY 'SOLEDIT - AVISO - LOGAUD INDISPONIVEL, CONSUMO '
005570                'DO MES ZERADO - FS=' WRK-FS-LOGAUD
005580        GO TO 1200-EXIT
005590     END-IF
005600
005610     PERFORM 1210-LER-LOGAUD THRU 1210-EXIT
005620     PERFORM 1220-ACUMULAR-CONSUMO THRU 1220-EXIT
005630         UNTIL WRK-FIM-LOGAUD
005640     CLOSE LOGAUD
005650     DISPLAY 'SOLEDIT - CONSUMO DO MES ' WRK-MES-CORRENTE
005660             ' - SOLICITANTES ' WRK-QTDE-CONSUMOS.
005670 1200-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 1210-LER-LOGAUD - LE O PROXIMO REGISTRO DE AUDITORIA.          *
005720******************************************************************
005730 1210-LER-LOGAUD.
005740
005750     READ LOGAUD
005760         AT END
005770            MOVE 'S' TO WRK-SW-FIM-LOGAUD
005780     END-READ.
005790 1210-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 1220-ACUMULAR-CONSUMO - ACUMULA OS TERMOS GERADOS DO REGISTRO  *
005840*                         NO SOLICITANTE, SE O REGISTRO E DO MES *
005850*                         CORRENTE.                              *
005860******************************************************************
005870 1220-ACUMULAR-CONSUMO.
005880
005890     IF REG-LOG-DATA(1:6) = WRK-MES-CORRENTE
005900        AND REG-LOG-QTDE-GERADA IS NUMERIC
005910        AND REG-LOG-QTDE-GERADA > ZEROS
005920        MOVE REG-LOG-SOLICITANTE TO WRK-CNS-SOLICITANTE
005930        PERFORM 3170-LOCALIZAR-CONSUMO THRU 3170-EXIT
005940        IF WRK-IND-TAB > ZEROS
005950           ADD REG-LOG-QTDE-GERADA TO TAB-CNS-TERMOS (WRK-IND-TAB)
005960        END-IF
005970     END-IF
005980
005990     PERFORM 1210-LER-LOGAUD THRU 1210-EXIT.
006000 1220-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 2000-LER-ENTRADA - LE O PROXIMO PEDIDO E CONTROLA A SEQUENCIA. *
006050******************************************************************
006060 2000-LER-ENTRADA.
006070
006080     READ ENTRADA
006090         AT END
006100            MOVE 'S' TO WRK-SW-FIM-ENTRADA
006110         NOT AT END
006120            ADD 1 TO WRK-SEQ-PEDIDO
006130            ADD 1 TO WRK-QTDE-LIDOS
006140     END-READ.
006150 2000-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 3000-CRITICAR-PEDIDO - APLICA A CRITICA AO PEDIDO LIDO E O     *
006200*                        ENCAMINHA PARA O ARQUIVO LIMPO OU PARA  *
006210*                        O ARQUIVO DE REJEITOS, IMPRIMINDO UMA   *
006220*                        LINHA DE SITUACAO NO RELATORIO.         *
006230******************************************************************
006240 3000-CRITICAR-PEDIDO.
006250
006260     PERFORM 3100-VALIDAR-PEDIDO THRU 3100-EXIT
006270     IF WRK-RETORNO NOT < 16
006280        GO TO 3000-EXIT
006290     END-IF
006300     PERFORM 3200-ENCAMINHAR-PEDIDO THRU 3200-EXIT
006310
006320     PERFORM 2000-LER-ENTRADA THRU 2000-EXIT.
006330 3000-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 3200-ENCAMINHAR-PEDIDO - ENCAMINHA O PEDIDO JA CRITICADO PARA *
006380*                          O ARQUIVO LIMPO OU PARA O DE         *
006390*                          REJEITOS E IMPRIME A LINHA DE        *
006400*                          SITUACAO. USADO TANTO PARA A ENTRADA *
006410*                          DO CICLO QUANTO PARA AS              *
006420*                          RESSUBMISSOES DO CICLO ANTERIOR.     *
006430******************************************************************
006440 3200-ENCAMINHAR-PEDIDO.
006450
006460     IF WRK-PEDIDO-ACEITO
006470        MOVE REG-ENTRADA TO REG-PEDLIM
006480        WRITE REG-PEDLIM
006490        ADD 1 TO WRK-QTDE-ACEITOS
006500        PERFORM 3250-RESERVAR-CONSUMO THRU 3250-EXIT
006510     ELSE
006520        MOVE SPACES          TO REG-PEDREJ
006530        MOVE REG-ENTRADA     TO REG-REJ-PEDIDO
006540        MOVE WRK-MOTIVO-REJEICAO TO REG-REJ-MOTIVO
006550        WRITE REG-PEDREJ
006560        ADD 1 TO WRK-QTDE-REJEITADOS
006570        IF WRK-MOT-REF-ENTREGUE
006580           ADD 1 TO WRK-QTDE-JA-ENTREGUES
006590        END-IF
006600        IF WRK-MOT-AUTORIZACAO
006610           ADD 1 TO WRK-QTDE-NAO-AUTORIZ
006620        END-IF
006630     END-IF
006640
006650     PERFORM 3300-REGISTRAR-CRITICA THRU 3300-EXIT
006660     PERFORM 4000-IMPRIMIR-SITUACAO THRU 4000-EXIT.
006670 3200-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 3250-RESERVAR-CONSUMO - SOMA AO CONSUMO DO MES DO SOLICITANTE  *
006720*                         OS TERMOS DO PEDIDO ACEITO, PARA QUE   *
006730*                         OS PEDIDOS SEGUINTES DA MESMA CRITICA  *
006740*                         JA ENXERGUEM A COTA COMPROMETIDA.      *
006750******************************************************************
006760 3250-RESERVAR-CONSUMO.
006770
006780     MOVE REG-ENT-SOLICITANTE TO WRK-CNS-SOLICITANTE
006790     PERFORM 3170-LOCALIZAR-CONSUMO THRU 3170-EXIT
006800     IF WRK-IND-TAB > ZEROS
006810        ADD WRK-TERMOS-PEDIDO TO TAB-CNS-TERMOS (WRK-IND-TAB)
006820     END-IF.
006830 3250-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 3100-VALIDAR-PEDIDO - MESMA CRITICA DO SOLUTION: QUANTIDADE    *
006880*                       NUMERICA E MAIOR QUE ZERO, MODO          *
006890*                       CONHECIDO E, NA LOCALIZACAO, VALOR       *
006900*                       PROCURADO NUMERICO. GUARDA O PRIMEIRO    *
006910*                       MOTIVO DE REJEICAO ENCONTRADO.           *
006920******************************************************************
006930 3100-VALIDAR-PEDIDO.
006940
006950     MOVE ZEROS TO WRK-MOTIVO-REJEICAO
006960
006970*    NOS MODOS 'A' E 'M' A QUANTIDADE E DISPENSAVEL - O PEDIDO
006980*    PARA NO VALOR-LIMITE OU NA REPETICAO DO PAR INICIAL, NAO EM
006990*    UMA QUANTIDADE DE TERMOS.
007000     IF NOT REG-ENT-MODO-LIMITE AND NOT REG-ENT-MODO-MODULO
007010        AND (REG-ENT-QTDE-TERMOS NOT NUMERIC
007020             OR REG-ENT-QTDE-TERMOS = ZEROS)
007030        SET WRK-MOT-QTDE-INVALIDA TO TRUE
007040        GO TO 3100-EXIT
007050     END-IF
007060
007070     IF NOT REG-ENT-MODO-LOCALIZAR AND NOT REG-ENT-MODO-GERAR
007080        AND NOT REG-ENT-MODO-LIMITE AND NOT REG-ENT-MODO-MODULO
007090        SET WRK-MOT-MODO-INVALIDO TO TRUE
007100        GO TO 3100-EXIT
007110     END-IF
007120
007130     IF (REG-ENT-MODO-LOCALIZAR OR REG-ENT-MODO-LIMITE
007140         OR REG-ENT-MODO-MODULO)
007150        AND REG-ENT-VALOR-PROCURADO NOT NUMERIC
007160        SET WRK-MOT-VALOR-INVALIDO TO TRUE
007170        GO TO 3100-EXIT
007180     END-IF
007190
007200*    NO MODO 'M' O VALOR PROCURADO E O MODULO (2 A 13 DIGITOS).
007210     IF REG-ENT-MODO-MODULO
007220        AND (REG-ENT-VALOR-PROCURADO < 2
007230             OR REG-ENT-VALOR-PROCURADO > WRK-MODULO-MAXIMO)
007240        SET WRK-MOT-VALOR-INVALIDO TO TRUE
007250        GO TO 3100-EXIT
007260     END-IF
007270
007280*    UM COEFICIENTE EM BRANCO ASSUME 1 (SOMA SIMPLES); INFORMADO,
007290*    TEM DE SER NUMERICO, E O PAR NAO PODE SER 0/0 (A SEQUENCIA
007300*    DEGENERARIA EM ZEROS A PARTIR DO TERCEIRO TERMO).
007310     IF (REG-ENT-COEF-P NOT = SPACES
007320         AND REG-ENT-COEF-P NOT NUMERIC)
007330        OR (REG-ENT-COEF-Q NOT = SPACES
007340            AND REG-ENT-COEF-Q NOT NUMERIC)
007350        SET WRK-MOT-COEF-INVALIDO TO TRUE
007360        GO TO 3100-EXIT
007370     END-IF
007380
007390     IF REG-ENT-COEF-P IS NUMERIC AND REG-ENT-COEF-Q IS NUMERIC
007400        AND REG-ENT-COEF-P = ZEROS AND REG-ENT-COEF-Q = ZEROS
007410        SET WRK-MOT-COEF-INVALIDO TO TRUE
007420        GO TO 3100-EXIT
007430     END-IF
007440
007450*    A CLASSE SO ADMITE 'P' (PESADO), 'N' OU BRANCO (NORMAL).
007460     IF NOT REG-ENT-CLASSE-PESADA
007470        AND NOT REG-ENT-CLASSE-NORMAL
007480        SET WRK-MOT-CLASSE-INVALIDA TO TRUE
007490        GO TO 3100-EXIT
007500     END-IF
007510
007520     PERFORM 3150-AUTORIZAR-SOLICITANTE THRU 3150-EXIT
007530     IF NOT WRK-PEDIDO-ACEITO
007540        GO TO 3100-EXIT
007550     END-IF
007560
007570*    REFERENCIA JA ENTREGUE AO SOLICITANTE (OU JA CONFIRMADA NO
007580*    WAREHOUSE) NAO E GERADA DE NOVO:
007590*    O PEDIDO E RECUSADO E A TENTATIVA FICA CONTADA NO CADASTRO.
007600     IF WRK-PEDREG-DISPONIVEL
007610        AND REG-ENT-REFERENCIA NOT = SPACES
007620        MOVE REG-ENT-SOLICITANTE TO REG-PRG-SOLICITANTE
007630        MOVE REG-ENT-REFERENCIA  TO REG-PRG-REFERENCIA
007640        READ PEDREG
007650           INVALID KEY
007660              CONTINUE
007670           NOT INVALID KEY
007680              IF REG-PRG-ENTREGUE OR REG-PRG-CONFIRMADO
007690                 SET WRK-MOT-REF-ENTREGUE TO TRUE
007700              END-IF
007710        END-READ
007720     END-IF.
007730 3100-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 3150-AUTORIZAR-SOLICITANTE - CONFERE O PEDIDO CONTRA O         *
007780*                              CADASTRO DE SOLICITANTES:         *
007790*                              CADASTRADO (07), ATIVO (08), MODO *
007800*                              (09) E CLASSE PESADA (10)         *
007810*                              AUTORIZADOS, TERMOS DENTRO DO     *
007820*                              LIMITE POR PEDIDO (11) E DA COTA  *
007830*                              MENSAL (12). LIMITE OU COTA       *
007840*                              ZERADOS NO CADASTRO = SEM         *
007850*                              RESTRICAO. ERRO DE LEITURA DO     *
007860*                              CADASTRO NAO REJEITA O PEDIDO -   *
007870*                              ENCERRA A CRITICA COM RC 16.      *
007880******************************************************************
007890 3150-AUTORIZAR-SOLICITANTE.
007900
007910     MOVE REG-ENT-SOLICITANTE TO REG-CSL-SOLICITANTE
007920     READ CADSOL
007930        INVALID KEY
007940           CONTINUE
007950     END-READ
007960     IF WRK-FS-CADSOL = '23'
007970        SET WRK-MOT-SOLIC-DESCONHECIDO TO TRUE
007980        GO TO 3150-EXIT
007990     END-IF
008000     IF WRK-FS-CADSOL NOT = '00'
008010        DISPLAY 'SOLEDIT - ERRO NA LEITURA DO CADSOL - SOLIC. '
008020                REG-CSL-SOLICITANTE ' - FS=' WRK-FS-CADSOL
008030        MOVE 16  TO WRK-RETORNO
008040        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008050        MOVE 'S' TO WRK-SW-FIM-REJANT
008060        GO TO 3150-EXIT
008070     END-IF
008080
008090     IF NOT REG-CSL-ATIVO
008100        SET WRK-MOT-SOLIC-INATIVO TO TRUE
008110        GO TO 3150-EXIT
008120     END-IF
008130
008140*    O MODO 'G' TAMBEM CHEGA EM BRANCO NO PEDIDO.
008150     IF REG-ENT-MODO-GERAR
008160        MOVE 'G' TO WRK-MODO-PEDIDO
008170     ELSE
008180        MOVE REG-ENT-MODO TO WRK-MODO-PEDIDO
008190     END-IF
008200     PERFORM 3160-COMPARAR-MODO THRU 3160-EXIT
008210         VARYING WRK-IND-MODO FROM 1 BY 1
008220         UNTIL WRK-IND-MODO > 4
008230            OR REG-CSL-MODO (WRK-IND-MODO) = WRK-MODO-PEDIDO
008240     IF WRK-IND-MODO > 4
008250        SET WRK-MOT-MODO-NAO-AUTORIZ TO TRUE
008260        GO TO 3150-EXIT
008270     END-IF
008280
008290     IF REG-ENT-CLASSE-PESADA
008300        AND NOT REG-CSL-PESADO-PERMITIDO
008310        SET WRK-MOT-PESADO-NAO-AUTORIZ TO TRUE
008320        GO TO 3150-EXIT
008330     END-IF
008340
008350*    NOS MODOS 'A' E 'M' A QUANTIDADE INFORMADA E SO ESTIMATIVA:
008360*    O SOLUTION PODE GERAR ATE A TRAVA DE SEGURANCA, QUE E O QUE
008370*    SE CONFERE.
008380     IF REG-ENT-MODO-LIMITE OR REG-ENT-MODO-MODULO
008390        MOVE WRK-LIMITE-SEGURANCA TO WRK-TERMOS-PEDIDO
008400     ELSE
008410        MOVE REG-ENT-QTDE-TERMOS  TO WRK-TERMOS-PEDIDO
008420     END-IF
008430     IF REG-CSL-MAX-TERMOS > ZEROS
008440        AND WRK-TERMOS-PEDIDO > REG-CSL-MAX-TERMOS
008450        SET WRK-MOT-ACIMA-LIMITE TO TRUE
008460        GO TO 3150-EXIT
008470     END-IF
008480
008490     IF REG-CSL-COTA-MENSAL = ZEROS
008500        GO TO 3150-EXIT
008510     END-IF
008520     MOVE REG-ENT-SOLICITANTE TO WRK-CNS-SOLICITANTE
008530     PERFORM 3170-LOCALIZAR-CONSUMO THRU 3170-EXIT
008540     IF WRK-IND-TAB > ZEROS
008550        MOVE TAB-CNS-TERMOS (WRK-IND-TAB) TO WRK-CONSUMO-MES
008560     ELSE
008570        MOVE ZEROS TO WRK-CONSUMO-MES
008580     END-IF
008590     IF WRK-CONSUMO-MES + WRK-TERMOS-PEDIDO
008600        > REG-CSL-COTA-MENSAL
008610        SET WRK-MOT-COTA-ESGOTADA TO TRUE
008620     END-IF.
008630 3150-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670* 3160-COMPARAR-MODO - CORPO DA VARREDURA DOS MODOS AUTORIZADOS; *
008680*                      A COMPARACAO E FEITA NO PROPRIO UNTIL DO  *
008690*                      PERFORM.                                  *
008700******************************************************************
008710 3160-COMPARAR-MODO.
008720
008730     CONTINUE.
008740 3160-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780* 3170-LOCALIZAR-CONSUMO - PROCURA (OU ABRE) NA TABELA DE        *
008790*                          CONSUMO A ENTRADA DO SOLICITANTE EM   *
008800*                          WRK-CNS-SOLICITANTE. TABELA CHEIA     *
008810*                          DEVOLVE INDICE ZERO, COM AVISO.       *
008820******************************************************************
008830 3170-LOCALIZAR-CONSUMO.
008840
008850     PERFORM 3180-COMPARAR-CONSUMO THRU 3180-EXIT
008860         VARYING WRK-IND-TAB FROM 1 BY 1
008870         UNTIL WRK-IND-TAB > WRK-QTDE-CONSUMOS
008880            OR TAB-CNS-SOLICITANTE (WRK-IND-TAB)
008890               = WRK-CNS-SOLICITANTE
008900
008910     IF WRK-IND-TAB > WRK-QTDE-CONSUMOS
008920        IF WRK-QTDE-CONSUMOS < WRK-MAX-CONSUMOS
008930           ADD 1 TO WRK-QTDE-CONSUMOS
008940           MOVE WRK-QTDE-CONSUMOS TO WRK-IND-TAB
008950           MOVE WRK-CNS-SOLICITANTE
008960                          TO TAB-CNS-SOLICITANTE (WRK-IND-TAB)
008970           MOVE ZEROS     TO TAB-CNS-TERMOS (WRK-IND-TAB)
008980        ELSE
008990           DISPLAY 'SOLEDIT - AVISO - TABELA DE CONSUMO CHEIA - '
009000                   'SOLICITANTE ' WRK-CNS-SOLICITANTE
009010                   ' SEM CONTROLE DE COTA'
009020           MOVE ZEROS TO WRK-IND-TAB
009030        END-IF
009040     END-IF.
009050 3170-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 3180-COMPARAR-CONSUMO - CORPO DA VARREDURA DA TABELA DE        *
009100*                         CONSUMO; A COMPARACAO E FEITA NO       *
009110*                         PROPRIO UNTIL DO PERFORM.              *
009120******************************************************************
009130 3180-COMPARAR-CONSUMO.
009140
009150     CONTINUE.
009160 3180-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 3300-REGISTRAR-CRITICA - ANOTA NO CADASTRO DE PEDIDOS (PEDREG) *
009210*                          O RESULTADO DA CRITICA: A (ACEITO),   *
009220*                          R (REJEITADO, COM O MOTIVO) OU X      *
009230*                          (RESSUBMISSAO DE REFERENCIA JA        *
009240*                          ENTREGUE). O REJEITO DO CICLO         *
009250*                          ANTERIOR QUE CONTINUA REJEITADO NAO E *
009260*                          ANOTADO DE NOVO, PARA NAO RENOVAR A   *
009270*                          DATA DA REJEICAO ORIGINAL.            *
009280******************************************************************
009290 3300-REGISTRAR-CRITICA.
009300
009310     IF NOT WRK-PEDREG-DISPONIVEL
009320        GO TO 3300-EXIT
009330     END-IF
009340     IF REG-ENT-REFERENCIA = SPACES
009350        GO TO 3300-EXIT
009360     END-IF
009370     IF WRK-EM-RESSUBMISSAO AND NOT WRK-PEDIDO-ACEITO
009380        GO TO 3300-EXIT
009390     END-IF
009400
009410     MOVE SPACES TO WRK-PRG-COMPL
009420     EVALUATE TRUE
009430        WHEN WRK-PEDIDO-ACEITO
009440           MOVE 'A'       TO WRK-PRG-SITUACAO
009450           MOVE 'CRITICA' TO WRK-PRG-COMPL
009460        WHEN WRK-MOT-REF-ENTREGUE
009470           MOVE 'X'       TO WRK-PRG-SITUACAO
009480           MOVE 'MOT 06'  TO WRK-PRG-COMPL
009490        WHEN OTHER
009500           MOVE 'R'       TO WRK-PRG-SITUACAO
009510           MOVE 'MOT '    TO WRK-PRG-COMPL (1:4)
009520           MOVE WRK-MOTIVO-REJEICAO TO WRK-PRG-COMPL (5:2)
009530     END-EVALUATE
009540
009550     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
009560     ACCEPT WRK-HORA-CTL FROM TIME
009570     MOVE REG-ENT-SOLICITANTE TO WRK-PRG-SOLICITANTE
009580     MOVE REG-ENT-REFERENCIA  TO WRK-PRG-REFERENCIA
009590     MOVE WRK-DATA-CTL        TO WRK-PRG-DATA
009600     MOVE WRK-HORA-CTL        TO WRK-PRG-HORA
009610     MOVE ZEROS               TO WRK-PRG-RODADA
009620     MOVE 'SOLEDIT '          TO WRK-PRG-ORIGEM
009630     PERFORM 6510-ATUALIZAR-PEDREG THRU 6510-EXIT.
009640 3300-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680* 4000-IMPRIMIR-SITUACAO - IMPRIME A LINHA DO PEDIDO NO          *
009690*                          RELATORIO DA CRITICA, COM A SITUACAO  *
009700*                          (ACEITO OU MOTIVO DA REJEICAO).       *
009710******************************************************************
009720 4000-IMPRIMIR-SITUACAO.
009730
009740     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
009750        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
009760     END-IF
009770
009780     MOVE WRK-SEQ-PEDIDO TO DET-SEQ-PEDIDO
009790     MOVE REG-ENTRADA    TO DET-PEDIDO
009800     EVALUATE TRUE
009810        WHEN WRK-PEDIDO-ACEITO
009820           MOVE 'ACEITO' TO DET-SITUACAO
009830        WHEN WRK-MOT-QTDE-INVALIDA
009840           MOVE 'REJ. 01 - QTDE INVALIDA'
009850                          TO DET-SITUACAO
009860        WHEN WRK-MOT-MODO-INVALIDO
009870           MOVE 'REJ. 02 - MODO INVALIDO'
009880                          TO DET-SITUACAO
009890        WHEN WRK-MOT-VALOR-INVALIDO
009900           MOVE 'REJ. 03 - VALOR INVALIDO'
009910                          TO DET-SITUACAO
009920        WHEN WRK-MOT-COEF-INVALIDO
009930           MOVE 'REJ. 04 - COEF INVALIDO'
009940                          TO DET-SITUACAO
009950        WHEN WRK-MOT-CLASSE-INVALIDA
009960           MOVE 'REJ. 05 - CLASSE INVALIDA'
009970                          TO DET-SITUACAO
009980        WHEN WRK-MOT-REF-ENTREGUE
009990           MOVE 'REJ. 06 - REF. JA ENTREGUE'
010000                          TO DET-SITUACAO
010010        WHEN WRK-MOT-SOLIC-DESCONHECIDO
010020           MOVE 'REJ. 07 - SOLIC. DESCONHEC.'
010030                          TO DET-SITUACAO
010040        WHEN WRK-MOT-SOLIC-INATIVO
010050           MOVE 'REJ. 08 - SOLIC. INATIVO'
010060                          TO DET-SITUACAO
010070        WHEN WRK-MOT-MODO-NAO-AUTORIZ
010080           MOVE 'REJ. 09 - MODO NAO AUTORIZ.'
010090                          TO DET-SITUACAO
010100        WHEN WRK-MOT-PESADO-NAO-AUTORIZ
010110           MOVE 'REJ. 10 - PESADO NAO AUTORIZ'
010120                          TO DET-SITUACAO
010130        WHEN WRK-MOT-ACIMA-LIMITE
010140           MOVE 'REJ. 11 - ACIMA DO LIMITE'
010150                          TO DET-SITUACAO
010160        WHEN WRK-MOT-COTA-ESGOTADA
010170           MOVE 'REJ. 12 - COTA MENSAL ESGOT.'
010180                          TO DET-SITUACAO
010190        WHEN OTHER
010200           MOVE 'REJ. 99 - NAO CLASSIFICADO'
010210                          TO DET-SITUACAO
010220     END-EVALUATE
010230     MOVE DET-LINHA TO REG-RELEDIT
010240     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT.
010250 4000-EXIT.
010260     EXIT.
010270
010280******************************************************************
010290* 5000-PROCESSAR-RESSUBMISSOES - RELE O ARQUIVO DE REJEITOS DO  *
010300*                                CICLO ANTERIOR (REJANT) E      *
010310*                                CRITICA CADA PEDIDO DE NOVO:   *
010320*                                OS CORRIGIDOS SEGUEM PARA O    *
010330*                                ARQUIVO LIMPO, OS DEMAIS       *
010340*                                CONTINUAM NO ARQUIVO DE        *
010350*                                REJEITOS DESTE CICLO. A        *
010360*                                AUSENCIA DO ARQUIVO (PRIMEIRO  *
010370*                                CICLO) NAO E ERRO.             *
010380******************************************************************
010390 5000-PROCESSAR-RESSUBMISSOES.
010400
010410     OPEN INPUT REJANT
010420     IF WRK-FS-REJANT NOT = '00'
010430        DISPLAY 'SOLEDIT - SEM REJEITOS DO CICLO ANTERIOR - FS='
010440                WRK-FS-REJANT
010450        GO TO 5000-EXIT
010460     END-IF
010470
010480     MOVE 'S' TO WRK-SW-RESSUBMISSAO
010490     PERFORM 5100-LER-REJANT THRU 5100-EXIT
010500     PERFORM 5200-CRITICAR-RESSUBMISSAO THRU 5200-EXIT
010510         UNTIL WRK-FIM-REJANT
010520     CLOSE REJANT.
010530 5000-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570* 5100-LER-REJANT - LE O PROXIMO REJEITO DO CICLO ANTERIOR.     *
010580******************************************************************
010590 5100-LER-REJANT.
010600
010610     READ REJANT
010620         AT END
010630            MOVE 'S' TO WRK-SW-FIM-REJANT
010640         NOT AT END
010650            ADD 1 TO WRK-SEQ-PEDIDO
010660            ADD 1 TO WRK-QTDE-LIDOS
010670            ADD 1 TO WRK-QTDE-RESSUBMETIDOS
010680     END-READ.
010690 5100-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* 5200-CRITICAR-RESSUBMISSAO - CRITICA UM REJEITO RESSUBMETIDO  *
010740*                              (SO AS 96 POSICOES DO PEDIDO     *
010750*                              ORIGINAL) E O ENCAMINHA COMO UM  *
010760*                              PEDIDO QUALQUER.                 *
010770******************************************************************
010780 5200-CRITICAR-RESSUBMISSAO.
010790
010800     MOVE REG-RJA-PEDIDO TO REG-ENTRADA
010810     PERFORM 3100-VALIDAR-PEDIDO THRU 3100-EXIT
010820     IF WRK-RETORNO NOT < 16
010830        GO TO 5200-EXIT
010840     END-IF
010850     PERFORM 3200-ENCAMINHAR-PEDIDO THRU 3200-EXIT
010860
010870     PERFORM 5100-LER-REJANT THRU 5100-EXIT.
010880 5200-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 6510-ATUALIZAR-PEDREG - LE O PEDIDO NO CADASTRO (OU O INCLUI), *
010930*                         ATUALIZA SITUACAO, DATA E RODADA E     *
010940*                         ANEXA O EVENTO AO HISTORICO. A SITUACAO*
010950*                         X (RESSUBMISSAO RECUSADA) SO CONTA A   *
010960*                         RECUSA E NAO ALTERA A SITUACAO ATUAL.  *
010970******************************************************************
010980 6510-ATUALIZAR-PEDREG.
010990
011000     MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
011010     MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
011020     READ PEDREG
011030        INVALID KEY
011040           MOVE 'N' TO WRK-SW-PRG-EXISTE
011050        NOT INVALID KEY
011060           MOVE 'S' TO WRK-SW-PRG-EXISTE
011070     END-READ
011080
011090     IF NOT WRK-PRG-EXISTE
011100        MOVE SPACES              TO REG-PEDREG
011110        MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
011120        MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
011130        MOVE WRK-PRG-DATA        TO REG-PRG-DATA-INCLUSAO
011140        MOVE ZEROS               TO REG-PRG-QTDE-EVENTOS
011150        MOVE ZEROS               TO REG-PRG-QTDE-RECUSAS
011160        MOVE ZEROS               TO REG-PRG-RODADA
011170     END-IF
011180
011190     IF WRK-PRG-RECUSA
011200        IF REG-PRG-QTDE-RECUSAS < 999
011210           ADD 1 TO REG-PRG-QTDE-RECUSAS
011220        END-IF
011230     ELSE
011240        MOVE WRK-PRG-SITUACAO TO REG-PRG-SITUACAO
011250        MOVE WRK-PRG-DATA     TO REG-PRG-DATA-SITUACAO
011260        MOVE WRK-PRG-RODADA   TO REG-PRG-RODADA
011270     END-IF
011280     PERFORM 6550-ANEXAR-EVENTO THRU 6550-EXIT
011290
011300     WRITE REG-PEDREG
011310        INVALID KEY
011320           REWRITE REG-PEDREG
011330     END-WRITE
011340     IF WRK-FS-PEDREG NOT = '00'
011350        DISPLAY 'SOLEDIT - AVISO - PEDREG NAO ATUALIZADO - '
011360                WRK-PRG-SOLICITANTE ' ' WRK-PRG-REFERENCIA
011370                ' FS=' WRK-FS-PEDREG
011380     END-IF.
011390 6510-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430* 6550-ANEXAR-EVENTO - ACRESCENTA O EVENTO AO HISTORICO DO       *
011440*                      PEDIDO; COM O HISTORICO CHEIO, DESCARTA   *
011450*                      O EVENTO MAIS ANTIGO.                     *
011460******************************************************************
011470 6550-ANEXAR-EVENTO.
011480
011490     IF REG-PRG-QTDE-EVENTOS < WRK-PRG-MAX-EVENTOS
011500        COMPUTE WRK-PRG-POS = REG-PRG-QTDE-EVENTOS + 1
011510     ELSE
011520        PERFORM 6560-DESLOCAR-EVENTO THRU 6560-EXIT
011530           VARYING WRK-PRG-IND FROM 1 BY 1
011540           UNTIL WRK-PRG-IND >= WRK-PRG-MAX-EVENTOS
011550        MOVE WRK-PRG-MAX-EVENTOS TO WRK-PRG-POS
011560     END-IF
011570
011580     MOVE WRK-PRG-SITUACAO TO REG-PRG-EVT-SITUACAO (WRK-PRG-POS)
011590     MOVE WRK-PRG-DATA TO REG-PRG-EVT-DATA (WRK-PRG-POS)
011600     MOVE WRK-PRG-HORA TO REG-PRG-EVT-HORA (WRK-PRG-POS)
011610     MOVE WRK-PRG-RODADA TO REG-PRG-EVT-RODADA (WRK-PRG-POS)
011620     MOVE WRK-PRG-ORIGEM TO REG-PRG-EVT-ORIGEM (WRK-PRG-POS)
011630     MOVE WRK-PRG-COMPL TO REG-PRG-EVT-COMPL (WRK-PRG-POS)
011640     IF REG-PRG-QTDE-EVENTOS < 999
011650        ADD 1 TO REG-PRG-QTDE-EVENTOS
011660     END-IF.
011670 6550-EXIT.
011680     EXIT.
011690
011700******************************************************************
011710* 6560-DESLOCAR-EVENTO - ANDA UMA POSICAO COM O HISTORICO.       *
011720******************************************************************
011730 6560-DESLOCAR-EVENTO.
011740
011750     MOVE REG-PRG-EVENTO (WRK-PRG-IND + 1)
011760       TO REG-PRG-EVENTO (WRK-PRG-IND).
011770 6560-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810* 7000-IMPRIMIR-CABECALHO - SALTA A PAGINA E IMPRIME O CABECALHO *
011820*                           DO RELATORIO DA CRITICA.             *
011830******************************************************************
011840 7000-IMPRIMIR-CABECALHO.
011850
011860     ADD 1 TO WRK-PAG-CONTADOR
011870     MOVE WRK-PAG-CONTADOR TO CAB-PAGINA
011880     MOVE WRK-DATA-EDICAO(7:2) TO CAB-EMI-DIA
011890     MOVE WRK-DATA-EDICAO(5:2) TO CAB-EMI-MES
011900     MOVE WRK-DATA-EDICAO(1:4) TO CAB-EMI-ANO
011910
011920     MOVE CAB-LINHA-1 TO REG-RELEDIT
011930     WRITE REG-RELEDIT AFTER ADVANCING PAGE
011940     MOVE SPACES TO REG-RELEDIT
011950     WRITE REG-RELEDIT AFTER ADVANCING 1 LINE
011960     MOVE CAB-COLUNAS TO REG-RELEDIT
011970     WRITE REG-RELEDIT AFTER ADVANCING 1 LINE
011980     MOVE SPACES TO REG-RELEDIT
011990     WRITE REG-RELEDIT AFTER ADVANCING 1 LINE
012000     MOVE 5 TO WRK-LIN-CONTADOR.
012010 7000-EXIT.
012020     EXIT.
012030
012040******************************************************************
012050* 7100-GRAVAR-LINHA - GRAVA UMA LINHA DO RELATORIO E ATUALIZA O  *
012060*                     CONTADOR DE LINHAS DA PAGINA.              *
012070******************************************************************
012080 7100-GRAVAR-LINHA.
012090
012100     WRITE REG-RELEDIT AFTER ADVANCING 1 LINE
012110     ADD 1 TO WRK-LIN-CONTADOR.
012120 7100-EXIT.
012130     EXIT.
012140
012150******************************************************************
012160* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DA CRITICA E DEFINE O *
012170*                        RETURN-CODE DA EDICAO: 4 QUANDO HOUVE   *
012180*                        REJEITO, 8 QUANDO NENHUM PEDIDO FICOU   *
012190*                        APROVEITAVEL.                           *
012200******************************************************************
012210 8000-IMPRIMIR-TOTAIS.
012220
012230     IF WRK-LIN-CONTADOR > WRK-LIN-MAX
012240        PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
012250     END-IF
012260     MOVE SPACES TO REG-RELEDIT
012270     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012280     MOVE WRK-QTDE-LIDOS TO TOT-LIDOS
012290     MOVE TOT-LINHA-1 TO REG-RELEDIT
012300     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012310     MOVE WRK-QTDE-ACEITOS TO TOT-ACEITOS
012320     MOVE TOT-LINHA-2 TO REG-RELEDIT
012330     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012340     MOVE WRK-QTDE-REJEITADOS TO TOT-REJEITADOS
012350     MOVE TOT-LINHA-3 TO REG-RELEDIT
012360     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012370     MOVE WRK-QTDE-RESSUBMETIDOS TO TOT-RESSUBMETIDOS
012380     MOVE TOT-LINHA-4 TO REG-RELEDIT
012390     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012400     MOVE WRK-QTDE-JA-ENTREGUES TO TOT-JA-ENTREGUES
012410     MOVE TOT-LINHA-5 TO REG-RELEDIT
012420     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012430     MOVE WRK-QTDE-NAO-AUTORIZ TO TOT-NAO-AUTORIZ
012440     MOVE TOT-LINHA-6 TO REG-RELEDIT
012450     PERFORM 7100-GRAVAR-LINHA THRU 7100-EXIT
012460
012470     DISPLAY 'SOLEDIT - LIDOS ' WRK-QTDE-LIDOS
012480             ' ACEITOS ' WRK-QTDE-ACEITOS
012490             ' REJEITADOS ' WRK-QTDE-REJEITADOS
012500
012510     IF WRK-RETORNO = ZEROS
012520        EVALUATE TRUE
012530           WHEN WRK-QTDE-REJEITADOS = ZEROS
012540              CONTINUE
012550           WHEN WRK-QTDE-ACEITOS = ZEROS
012560              MOVE 8 TO WRK-RETORNO
012570           WHEN OTHER
012580              MOVE 4 TO WRK-RETORNO
012590        END-EVALUATE
012600     END-IF.
012610 8000-EXIT.
012620     EXIT.
012630
012640******************************************************************
012650* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
012660*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
012670*                            PASSO (PROGRAMA, DATA/HORA E        *
012680*                            RETURN-CODE), PARA O HISTORICO DE   *
012690*                            OPERACAO DO SOLHIS. UMA FALHA DE    *
012700*                            GRAVACAO AQUI SO GERA AVISO, SEM    *
012710*                            ALTERAR O RETURN-CODE DO PASSO.     *
012720******************************************************************
012730 8500-GRAVAR-RUN-CONTROLE.
012740
012750     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
012760     ACCEPT WRK-HORA-CTL FROM TIME
012770     OPEN EXTEND RUNCTL
012780     IF WRK-FS-RUNCTL = '35'
012790        OPEN OUTPUT RUNCTL
012800     END-IF
012810     IF WRK-FS-RUNCTL NOT = '00'
012820        DISPLAY 'SOLEDIT - AVISO - RUNCTL INDISPONIVEL - FS='
012830                WRK-FS-RUNCTL
012840        GO TO 8500-EXIT
012850     END-IF
012860
012870     MOVE SPACES            TO REG-RUNCTL
012880     SET REG-RUN-REG-PASSO  TO TRUE
012890     MOVE ZEROS            TO REG-RUN-RODADA
012900     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
012910     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
012920     MOVE 'SOLEDIT ' TO REG-RUN-PAS-PROGRAMA
012930     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
012940     WRITE REG-RUNCTL
012950     CLOSE RUNCTL.
012960 8500-EXIT.
012970     EXIT.
012980
012990******************************************************************
013000* 9999-ENCERRAR - FECHA OS ARQUIVOS, DEVOLVE O RETURN-CODE E     *
013010*                 ENCERRA O PROGRAMA.                            *
013020******************************************************************
013030 9999-ENCERRAR.
013040
013050     CLOSE ENTRADA
013060     CLOSE PEDLIM
013070     CLOSE PEDREJ
013080     CLOSE RELEDIT
013090     IF WRK-PEDREG-DISPONIVEL
013100        CLOSE PEDREG
013110     END-IF
013120     CLOSE CADSOL
013130     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
013140     MOVE WRK-RETORNO TO RETURN-CODE
013150     STOP RUN.
013160 9999-EXIT.
013170     EXIT.
013180
013190 END PROGRAM SOLEDIT.
