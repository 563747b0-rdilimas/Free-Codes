001720*                   TERMOS, ADIADOS E RETOMADOS - INCLUSIVE NA   *
001730*                   RECUSA PELA TRAVA (20). O HISTORICO DE       *
001740*                   OPERACAO SAI PELO NOVO SOLHIS.               *
001750*  15/10/2026 RL    CADASTRO DE PEDIDOS (PEDREG, CHAVE =         *
001760*                   SOLICITANTE + REFERENCIA): CADA PEDIDO       *
001770*                   PROCESSADO NA RODADA REGISTRA A SITUACAO     *
001780*                   (GERADO, CAPACIDADE, ADIADO OU REJEITADO NA  *
001790*                   VALIDACAO) COM DATA, RODADA E JOB, PARA A    *
001800*                   CONSULTA SOLPED E O ENVELHECIMENTO SOLAGE.   *
001810*  15/10/2026 RL    O LOGAUD GANHOU A CLASSE DO PEDIDO ('P' =    *
001820*                   PESADO), BASE DO ADICIONAL DE CLASSE PESADA  *
001830*                   NO FATURAMENTO MENSAL (SOLFAT) - LRECL DE 79 *
001840*                   PARA 81.                                     *
001850*  15/10/2026 RL    NOVO MODO DE PEDIDO 'M' (RESIDUOS MODULO M): *
001860*                   O VALOR PROCURADO TRAZ O MODULO (2 A 13      *
001870*                   DIGITOS) E A GERACAO GRAVA COMO DETALHES OS  *
001880*                   TERMOS DE P*T(N-1) + Q*T(N-2) REDUZIDOS AO   *
001890*                   MODULO, ATE O PAR INICIAL (T1, T2) SE        *
001900*                   REPETIR OU A TRAVA DE SEGURANCA. O NOVO      *
001910*                   REGISTRO 'M' DA SAIDA TRAZ O PERIODO OU A    *
001920*                   FALTA DELE (RETURN-CODE 4), O CABECALHO 'H'  *
001930*                   GANHOU O MODO E O MODULO E O LOGAUD GANHOU O *
001940*                   PERIODO (LRECL DE 81 PARA 87).               *
001950*  15/10/2026 RL    CATALOGO DE CADEIAS (CADEIA, CHAVE =         *
001960*                   SEMENTES E COEFICIENTES): CADA CADEIA RECEBE *
001970*                   UM NUMERO PERMANENTE NA PRIMEIRA VEZ QUE E   *
001980*                   GERADA, GRAVADO NO CABECALHO 'H'; O CATALOGO *
001990*                   GUARDA AS DATAS DE INCLUSAO E DE ULTIMO USO, *
002000*                   O SOLICITANTE DE ORIGEM E OS USUARIOS DA     *
002010*                   CADEIA.                                      *
002020******************************************************************
002030 IDENTIFICATION DIVISION.
002040 PROGRAM-ID.     SOLUTION.
002050 AUTHOR.         ROBSON LIMA.
002060 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
002070 DATE-WRITTEN.   07/11/2024.
002080 DATE-COMPILED.
002090 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002110 FILE-CONTROL.
002120     SELECT ENTRADA ASSIGN TO ENTRADA
002130         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS WRK-FS-ENTRADA.
002150     SELECT SAIDA ASSIGN TO SAIDA
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS WRK-FS-SAIDA.
002180     SELECT LOGAUD ASSIGN TO LOGAUD
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS WRK-FS-LOGAUD.
002210     SELECT CHECKPT ASSIGN TO CHECKPT
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS WRK-FS-CHECKPT.
002240     SELECT RUNLOCK ASSIGN TO RUNLOCK
002250         ORGANIZATION IS LINE SEQUENTIAL
002260         FILE STATUS IS WRK-FS-RUNLOCK.
002270     SELECT RUNCTL ASSIGN TO RUNCTL
002280         ORGANIZATION IS LINE SEQUENTIAL
002290         FILE STATUS IS WRK-FS-RUNCTL.
002300     SELECT CARRYOVR ASSIGN TO CARRYOVR
002310         ORGANIZATION IS LINE SEQUENTIAL
002320         FILE STATUS IS WRK-FS-CARRYOVR.
002330     SELECT RUNNUM ASSIGN TO RUNNUM
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS WRK-FS-RUNNUM.
002360     SELECT TERMMST ASSIGN TO TERMMST
002370         ORGANIZATION IS INDEXED
002380         ACCESS MODE IS DYNAMIC
002390         RECORD KEY IS REG-TRM-CHAVE
002400         FILE STATUS IS WRK-FS-TERMMST.
002410     SELECT PEDREG ASSIGN TO PEDREG
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS REG-PRG-CHAVE
002450         FILE STATUS IS WRK-FS-PEDREG.
002460     SELECT CADEIA ASSIGN TO CADEIA
002470         ORGANIZATION IS INDEXED
002480         ACCESS MODE IS DYNAMIC
002490         RECORD KEY IS REG-CDA-CHAVE
002500         FILE STATUS IS WRK-FS-CADEIA.
002510 DATA DIVISION.
002520 FILE SECTION.
002530 FD  ENTRADA
002540     RECORDING MODE IS F.
002550 01  REG-ENTRADA.
002560     05 REG-ENT-QTDE-TERMOS      PIC 9(03).
002570     05 FILLER                   PIC X(01).
002580     05 REG-ENT-SEMENTE-1        PIC S9(18).
002590     05 FILLER                   PIC X(01).
002600     05 REG-ENT-SEMENTE-2        PIC S9(18).
002610     05 FILLER                   PIC X(01).
002620     05 REG-ENT-MODO             PIC X(01).
002630        88 REG-ENT-MODO-LOCALIZAR    VALUE 'L'.
002640        88 REG-ENT-MODO-GERAR        VALUE 'G' SPACE.
002650        88 REG-ENT-MODO-LIMITE       VALUE 'A'.
002660        88 REG-ENT-MODO-MODULO       VALUE 'M'.
002670     05 FILLER                   PIC X(01).
002680     05 REG-ENT-VALOR-PROCURADO  PIC S9(18).
002690     05 FILLER                   PIC X(01).
002700     05 REG-ENT-SOLICITANTE      PIC X(08).
002710     05 FILLER                   PIC X(01).
002720     05 REG-ENT-REFERENCIA       PIC X(12).
002730     05 FILLER                   PIC X(01).
002740     05 REG-ENT-COEF-P           PIC S9(04).
002750     05 FILLER                   PIC X(01).
002760     05 REG-ENT-COEF-Q           PIC S9(04).
002770     05 FILLER                   PIC X(01).
002780     05 REG-ENT-CLASSE           PIC X(01).
002790        88 REG-ENT-CLASSE-PESADA     VALUE 'P'.
002800        88 REG-ENT-CLASSE-NORMAL     VALUE 'N' SPACE.
002810
002820 FD  SAIDA
002830     RECORDING MODE IS F.
002840 01  REG-SAIDA.
002850     05 REG-SAI-TIPO             PIC X(01).
002860        88 REG-SAI-DETALHE           VALUE 'D'.
002870        88 REG-SAI-TRAILER           VALUE 'T'.
002880        88 REG-SAI-LOCALIZADO        VALUE 'L'.
002890        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
002900        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
002910        88 REG-SAI-CAPACIDADE        VALUE 'C'.
002920        88 REG-SAI-CAB-RODADA        VALUE 'R'.
002930        88 REG-SAI-ADIADO            VALUE 'F'.
002940        88 REG-SAI-PERIODO           VALUE 'M'.
002950     05 FILLER                   PIC X(01).
002960     05 REG-SAI-RODADA           PIC 9(05).
002970     05 FILLER                   PIC X(01).
002980     05 REG-SAI-CORPO.
002990        10 REG-SAI-INDICE           PIC 9(05).
003000        10 FILLER                   PIC X(01).
003010        10 REG-SAI-VALOR.
003020           15 REG-SAI-VALOR-SINAL   PIC X(01).
003030           15 REG-SAI-VALOR-DIGITOS PIC X(112).
003040        10 FILLER                   PIC X(01).
003050        10 REG-SAI-DATA-EXEC        PIC X(08).
003060        10 FILLER                   PIC X(21).
003070     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
003080        10 REG-SAI-QTDE-REGS        PIC 9(07).
003090        10 FILLER                   PIC X(01).
003100        10 REG-SAI-SOMA-TOTAL.
003110           15 REG-SAI-SOMA-SINAL    PIC X(01).
003120           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
003130        10 FILLER                   PIC X(28).
003140     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
003150        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
003160        10 FILLER                   PIC X(01).
003170        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
003180        10 FILLER                   PIC X(01).
003190        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
003200        10 FILLER                   PIC X(01).
003210        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
003220        10 FILLER                   PIC X(01).
003230        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
003240        10 FILLER                   PIC X(01).
003250        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
003260        10 FILLER                   PIC X(01).
003270        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
003280        10 FILLER                   PIC X(01).
003290        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
003300        10 FILLER                   PIC X(01).
003310        10 REG-SAI-CAB-MODO         PIC X(01).
003320        10 FILLER                   PIC X(01).
003330        10 REG-SAI-CAB-MODULO       PIC 9(18).
003340        10 FILLER                   PIC X(01).
003350        10 REG-SAI-CAB-CADEIA       PIC 9(07).
003360        10 FILLER                   PIC X(35).
003370     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
003380        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
003390        10 FILLER                   PIC X(01).
003400        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
003410        10 FILLER                   PIC X(01).
003420        10 REG-SAI-PED-SOMA.
003430           15 REG-SAI-PED-SOMA-SINAL
003440                                    PIC X(01).
003450           15 REG-SAI-PED-SOMA-DIGITOS
003460                                    PIC X(112).
003470        10 FILLER                   PIC X(01).
003480        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
003490        10 FILLER                   PIC X(01).
003500        10 REG-SAI-PED-REFERENCIA   PIC X(12).
003510     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
003520        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
003530        10 FILLER                   PIC X(01).
003540        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
003550        10 FILLER                   PIC X(01).
003560        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
003570        10 FILLER                   PIC X(129).
003580     05 REG-SAI-DIFER REDEFINES REG-SAI-CORPO.
003590        10 REG-SAI-DIF-SEQ-PEDIDO   PIC 9(05).
003600        10 FILLER                   PIC X(01).
003610        10 REG-SAI-DIF-SOLICITANTE  PIC X(08).
003620        10 FILLER                   PIC X(01).
003630        10 REG-SAI-DIF-REFERENCIA   PIC X(12).
003640        10 FILLER                   PIC X(01).
003650        10 REG-SAI-DIF-MODO         PIC X(01).
003660        10 FILLER                   PIC X(01).
003670        10 REG-SAI-DIF-CLASSE       PIC X(01).
003680        10 FILLER                   PIC X(118).
003690     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
003700        10 REG-SAI-ROD-DATA         PIC X(08).
003710        10 FILLER                   PIC X(01).
003720        10 REG-SAI-ROD-HORA         PIC X(08).
003730        10 FILLER                   PIC X(132).
003740     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
003750        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
003760        10 FILLER                   PIC X(01).
003770        10 REG-SAI-PER-MODULO       PIC 9(18).
003780        10 FILLER                   PIC X(01).
003790        10 REG-SAI-PER-SITUACAO     PIC X(01).
003800           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
003810           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
003820        10 FILLER                   PIC X(01).
003830        10 REG-SAI-PER-PERIODO      PIC 9(05).
003840        10 FILLER                   PIC X(01).
003850        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
003860        10 FILLER                   PIC X(01).
003870        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
003880        10 FILLER                   PIC X(01).
003890        10 REG-SAI-PER-REFERENCIA   PIC X(12).
003900        10 FILLER                   PIC X(89).
003910
003920 FD  LOGAUD
003930     RECORDING MODE IS F.
003940 01  REG-LOGAUD.
003950     05 REG-LOG-JOB               PIC X(08).
003960     05 FILLER                    PIC X(01).
003970     05 REG-LOG-DATA              PIC X(08).
003980     05 FILLER                    PIC X(01).
003990     05 REG-LOG-HORA              PIC X(08).
004000     05 FILLER                    PIC X(01).
004010     05 REG-LOG-USUARIO           PIC X(08).
004020     05 FILLER                    PIC X(01).
004030     05 REG-LOG-ENTRADA           PIC 9(03).
004040     05 FILLER                    PIC X(01).
004050     05 REG-LOG-QTDE-GERADA       PIC 9(05).
004060     05 FILLER                    PIC X(01).
004070     05 REG-LOG-MODO               PIC X(01).
004080     05 FILLER                    PIC X(01).
004090     05 REG-LOG-CAPACIDADE        PIC X(01).
004100        88 REG-LOG-ESTOURO-CAPAC      VALUE 'S'.
004110     05 FILLER                    PIC X(01).
004120     05 REG-LOG-SOLICITANTE       PIC X(08).
004130     05 FILLER                    PIC X(01).
004140     05 REG-LOG-REFERENCIA        PIC X(12).
004150     05 FILLER                    PIC X(01).
004160     05 REG-LOG-RODADA            PIC 9(05).
004170     05 FILLER                    PIC X(01).
004180     05 REG-LOG-ADIADO            PIC X(01).
004190        88 REG-LOG-PED-ADIADO         VALUE 'S'.
004200     05 FILLER                    PIC X(01).
004210     05 REG-LOG-CLASSE            PIC X(01).
004220     05 FILLER                    PIC X(01).
004230     05 REG-LOG-PERIODO           PIC 9(05).
004240
004250 FD  CHECKPT
004260     RECORDING MODE IS F.
004270 01  REG-CHECKPT.
004280     05 REG-CKP-SEQ-PEDIDO        PIC 9(05).
004290     05 FILLER                    PIC X(01).
004300     05 REG-CKP-INDICE            PIC 9(05).
004310     05 FILLER                    PIC X(01).
004320     05 REG-CKP-NUM-SEQ           PIC X(113).
004330     05 FILLER                    PIC X(01).
004340     05 REG-CKP-AUX-1             PIC X(113).
004350     05 FILLER                    PIC X(01).
004360     05 REG-CKP-AUX-2             PIC X(113).
004370     05 FILLER                    PIC X(01).
004380     05 REG-CKP-QTDE-REGS         PIC 9(07).
004390     05 FILLER                    PIC X(01).
004400     05 REG-CKP-SOMA-TOTAL        PIC X(113).
004410     05 FILLER                    PIC X(01).
004420     05 REG-CKP-STATUS            PIC X(01).
004430        88 REG-CKP-EM-ANDAMENTO       VALUE 'P'.
004440        88 REG-CKP-CONCLUIDO          VALUE 'C'.
004450     05 FILLER                    PIC X(01).
004460     05 REG-CKP-SOMA-PEDIDO       PIC X(113).
004470     05 FILLER                    PIC X(01).
004480     05 REG-CKP-RODADA            PIC 9(05).
004490
004500 FD  RUNLOCK
004510     RECORDING MODE IS F.
004520 01  REG-RUNLOCK.
004530     05 REG-LCK-JOB               PIC X(08).
004540     05 FILLER                    PIC X(01).
004550     05 REG-LCK-DATA              PIC X(08).
004560     05 FILLER                    PIC X(01).
004570     05 REG-LCK-HORA              PIC X(08).
004580     05 FILLER                    PIC X(01).
004590     05 REG-LCK-STATUS            PIC X(01).
004600        88 REG-LCK-ATIVA              VALUE 'A'.
004610        88 REG-LCK-LIVRE              VALUE 'L'.
004620
004630 FD  RUNCTL
004640     RECORDING MODE IS F.
004650 01  REG-RUNCTL.
004660     05 REG-RUN-TIPO              PIC X(01).
004670        88 REG-RUN-REG-RODADA         VALUE 'R'.
004680        88 REG-RUN-REG-PASSO          VALUE 'S'.
004690     05 FILLER                    PIC X(01).
004700     05 REG-RUN-RODADA            PIC 9(05).
004710     05 FILLER                    PIC X(01).
004720     05 REG-RUN-DATA              PIC X(08).
004730     05 FILLER                    PIC X(01).
004740     05 REG-RUN-CORPO.
004750        10 REG-RUN-HORA-INI        PIC X(08).
004760        10 FILLER                  PIC X(01).
004770        10 REG-RUN-HORA-FIM        PIC X(08).
004780        10 FILLER                  PIC X(01).
004790        10 REG-RUN-RETORNO         PIC 9(02).
004800        10 FILLER                  PIC X(01).
004810        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
004820        10 FILLER                  PIC X(01).
004830        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
004840        10 FILLER                  PIC X(01).
004850        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
004860        10 FILLER                  PIC X(01).
004870        10 REG-RUN-QTDE-RETOM      PIC 9(05).
004880     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
004890        10 REG-RUN-PAS-HORA        PIC X(08).
004900        10 FILLER                  PIC X(01).
004910        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
004920        10 FILLER                  PIC X(01).
004930        10 REG-RUN-PAS-RETORNO     PIC 9(02).
004940        10 FILLER                  PIC X(26).
004950
004960 FD  CARRYOVR
004970     RECORDING MODE IS F.
004980 01  REG-CARRYOVR                PIC X(96).
004990
005000 FD  RUNNUM
005010     RECORDING MODE IS F.
005020 01  REG-RUNNUM.
005030     05 REG-RNM-RODADA            PIC 9(05).
005040
005050 FD  TERMMST.
005060 01  REG-TERMMST.
005070     05 REG-TRM-CHAVE.
005080        10 REG-TRM-SEMENTE-1        PIC -(18)9.
005090        10 REG-TRM-SEMENTE-2        PIC -(18)9.
005100        10 REG-TRM-COEF-P           PIC -(4)9.
005110        10 REG-TRM-COEF-Q           PIC -(4)9.
005120        10 REG-TRM-INDICE           PIC 9(05).
005130     05 FILLER                    PIC X(01).
005140     05 REG-TRM-VALOR.
005150        10 REG-TRM-VALOR-SINAL       PIC X(01).
005160        10 REG-TRM-VALOR-DIGITOS     PIC X(112).
005170     05 FILLER                    PIC X(01).
005180     05 REG-TRM-DATA-GERACAO      PIC X(08).
005190
005200 FD  PEDREG.
005210 01  REG-PEDREG.
005220     05 REG-PRG-CHAVE.
005230        10 REG-PRG-SOLICITANTE      PIC X(08).
005240        10 REG-PRG-REFERENCIA       PIC X(12).
005250     05 FILLER                    PIC X(01).
005260     05 REG-PRG-SITUACAO          PIC X(01).
005270        88 REG-PRG-ACEITO             VALUE 'A'.
005280        88 REG-PRG-REJEITADO          VALUE 'R'.
005290        88 REG-PRG-ADIADO             VALUE 'F'.
005300        88 REG-PRG-CAPACIDADE         VALUE 'C'.
005310        88 REG-PRG-GERADO             VALUE 'G'.
005320        88 REG-PRG-ENTREGUE           VALUE 'E'.
005330     05 FILLER                    PIC X(01).
005340     05 REG-PRG-DATA-SITUACAO     PIC X(08).
005350     05 FILLER                    PIC X(01).
005360     05 REG-PRG-RODADA            PIC 9(05).
005370     05 FILLER                    PIC X(01).
005380     05 REG-PRG-DATA-INCLUSAO     PIC X(08).
005390     05 FILLER                    PIC X(01).
005400     05 REG-PRG-QTDE-EVENTOS      PIC 9(03).
005410     05 FILLER                    PIC X(01).
005420     05 REG-PRG-QTDE-RECUSAS      PIC 9(03).
005430     05 FILLER                    PIC X(01).
005440     05 REG-PRG-EVENTO OCCURS 12 TIMES.
005450        10 REG-PRG-EVT-SITUACAO     PIC X(01).
005460        10 REG-PRG-EVT-DATA         PIC X(08).
005470        10 REG-PRG-EVT-HORA         PIC X(08).
005480        10 REG-PRG-EVT-RODADA       PIC 9(05).
005490        10 REG-PRG-EVT-ORIGEM       PIC X(08).
005500        10 REG-PRG-EVT-COMPL        PIC X(08).
005510
005520 FD  CADEIA.
005530 01  REG-CADEIA.
005540     05 REG-CDA-CHAVE.
005550        10 REG-CDA-SEMENTE-1        PIC -(18)9.
005560        10 REG-CDA-SEMENTE-2        PIC -(18)9.
005570        10 REG-CDA-COEF-P           PIC -(4)9.
005580        10 REG-CDA-COEF-Q           PIC -(4)9.
005590     05 FILLER                    PIC X(01).
005600     05 REG-CDA-ID                PIC 9(07).
005610     05 FILLER                    PIC X(01).
005620     05 REG-CDA-NOME              PIC X(40).
005630     05 FILLER                    PIC X(01).
005640     05 REG-CDA-DATA-INCLUSAO     PIC X(08).
005650     05 FILLER                    PIC X(01).
005660     05 REG-CDA-RODADA-INCLUSAO   PIC 9(05).
005670     05 FILLER                    PIC X(01).
005680     05 REG-CDA-SOLIC-ORIGEM      PIC X(08).
005690     05 FILLER                    PIC X(01).
005700     05 REG-CDA-DATA-ULT-USO      PIC X(08).
005710     05 FILLER                    PIC X(01).
005720     05 REG-CDA-RODADA-ULT-USO    PIC 9(05).
005730     05 FILLER                    PIC X(01).
005740     05 REG-CDA-MAIOR-INDICE      PIC 9(05).
005750     05 FILLER                    PIC X(01).
005760     05 REG-CDA-QTDE-PEDIDOS      PIC 9(07).
005770     05 FILLER                    PIC X(01).
005780     05 REG-CDA-DATA-ALT-NOME     PIC X(08).
005790     05 FILLER                    PIC X(01).
005800     05 REG-CDA-USUARIO OCCURS 5 TIMES.
005810        10 REG-CDA-USU-SOLICITANTE  PIC X(08).
005820        10 REG-CDA-USU-QTDE-PEDIDOS PIC 9(05).
005830        10 REG-CDA-USU-DATA-ULT     PIC X(08).
005840     05 FILLER                    PIC X(35).
005850 WORKING-STORAGE SECTION.
005860 77 WRK-FS-ENTRADA               PIC X(02) VALUE ZEROS.
005870 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
005880 77 WRK-FS-LOGAUD                PIC X(02) VALUE ZEROS.
005890 77 WRK-JOB-NAME                 PIC X(08) VALUE 'SOLUTION'.
005900 77 WRK-HORA-EXECUCAO            PIC 9(08) VALUE ZEROS.
005910 77 WRK-USER-ID                  PIC X(08) VALUE SPACES.
005920 77 WRK-PARM-LEN-USUARIO         PIC S9(04) COMP VALUE ZEROS.
005930 77 WRK-SW-FIM-ENTRADA           PIC X(01) VALUE 'N'.
005940    88 WRK-FIM-ENTRADA               VALUE 'S'.
005950 77 WRK-SW-PEDIDO-VALIDO         PIC X(01) VALUE 'S'.
005960    88 WRK-PEDIDO-VALIDO             VALUE 'S'.
005970 77 WRK-SW-ESTOURO-CAPAC         PIC X(01) VALUE 'N'.
005980    88 WRK-ESTOURO-CAPAC             VALUE 'S'.
005990 77 WRK-ULT-INDICE-BOM           PIC 9(05) VALUE ZEROS.
006000 77 WRK-SW-ALVO-ATINGIDO         PIC X(01) VALUE 'N'.
006010    88 WRK-ALVO-ATINGIDO             VALUE 'S'.
006020 77 WRK-LIMITE-SEGURANCA         PIC 9(05) VALUE 10000.
006030 77 WRK-SW-PERIODO-ACHADO        PIC X(01) VALUE 'N'.
006040    88 WRK-PERIODO-ACHADO            VALUE 'S'.
006050 77 WRK-PERIODO                  PIC 9(05) VALUE ZEROS.
006060 77 WRK-FS-CARRYOVR              PIC X(02) VALUE ZEROS.
006070 77 WRK-SW-PEDIDO-ADIADO         PIC X(01) VALUE 'N'.
006080    88 WRK-PEDIDO-ADIADO             VALUE 'S'.
006090 77 WRK-ORCAMENTO-RODADA         PIC 9(05) VALUE 05000.
006100 77 WRK-ORCAMENTO-USADO          PIC 9(07) VALUE ZEROS.
006110 77 WRK-ESTIMATIVA               PIC 9(05) VALUE ZEROS.
006120 77 WRK-QTDE-ADIADOS             PIC 9(05) VALUE ZEROS.
006130 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
006140 77 WRK-QTDE-RETOMADOS           PIC 9(05) VALUE ZEROS.
006150 77 WRK-HORA-FIM                 PIC 9(08) VALUE ZEROS.
006160 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
006170 77 WRK-DATA-EXECUCAO            PIC 9(08) VALUE ZEROS.
006180 77 WRK-TOT-REGISTROS            PIC 9(07) VALUE ZEROS.
006190 01 WRK-TOT-SOMA.
006200    05 WRK-TSM-SINAL             PIC X(01) VALUE '+'.
006210    05 WRK-TSM-DIGITOS           PIC X(112) VALUE ZEROS.
006220 77 WRK-FS-CHECKPT               PIC X(02) VALUE ZEROS.
006230 77 WRK-SW-CHECKPT-EXISTE        PIC X(01) VALUE 'N'.
006240    88 WRK-CHECKPT-EXISTE            VALUE 'S'.
006250 77 WRK-SEQ-PEDIDO                PIC 9(05) VALUE ZEROS.
006260 77 WRK-IND-INICIAL                PIC 9(05) VALUE 1.
006270 77 WRK-CKPT-CONTADOR              PIC 9(03) VALUE ZEROS.
006280 77 WRK-CKPT-INTERVALO             PIC 9(03) VALUE 025.
006290 77 WRK-CKPT-SEQ-SALVO             PIC 9(05) VALUE ZEROS.
006300 77 WRK-CKPT-INDICE-SALVO          PIC 9(05) VALUE ZEROS.
006310  77 WRK-CKPT-NUM-SALVO            PIC X(113) VALUE SPACES.
006320  77 WRK-CKPT-AUX1-SALVO           PIC X(113) VALUE SPACES.
006330  77 WRK-CKPT-AUX2-SALVO           PIC X(113) VALUE SPACES.
006340  77 WRK-CKPT-REGS-SALVO           PIC 9(07) VALUE ZEROS.
006350  77 WRK-CKPT-SOMA-SALVO           PIC X(113) VALUE SPACES.
006360  77 WRK-CKPT-SOMA-PED-SALVO       PIC X(113) VALUE SPACES.
006370  77 WRK-CKPT-STATUS-SALVO         PIC X(01) VALUE SPACES.
006380     88 WRK-CKPT-EM-ANDAMENTO-SALVO    VALUE 'P'.
006390     88 WRK-CKPT-CONCLUIDO-SALVO       VALUE 'C'.
006400 77 WRK-SW-TERMO-LOCALIZADO       PIC X(01) VALUE 'N'.
006410    88 WRK-TERMO-LOCALIZADO           VALUE 'S'.
006420 77 WRK-INDICE-LOCALIZADO         PIC 9(05) VALUE ZEROS.
006430 77 WRK-QTDE-PEDIDO               PIC 9(05) VALUE ZEROS.
006440 77 WRK-PED-QTDE-REGS             PIC 9(07) VALUE ZEROS.
006450 01 WRK-PED-SOMA.
006460    05 WRK-PSM-SINAL             PIC X(01) VALUE '+'.
006470    05 WRK-PSM-DIGITOS           PIC X(112) VALUE ZEROS.
006480 77 WRK-FS-RUNLOCK               PIC X(02) VALUE ZEROS.
006490 77 WRK-FS-RUNNUM                PIC X(02) VALUE ZEROS.
006500 77 WRK-RODADA                   PIC 9(05) VALUE ZEROS.
006510 77 WRK-CKPT-RODADA-SALVA        PIC 9(05) VALUE ZEROS.
006520 77 WRK-SW-TRAVA-OBTIDA          PIC X(01) VALUE 'N'.
006530    88 WRK-TRAVA-OBTIDA              VALUE 'S'.
006540 77 WRK-SW-ABERTURA-FEITA        PIC X(01) VALUE 'N'.
006550    88 WRK-ABERTURA-FEITA            VALUE 'S'.
006560 77 WRK-FS-TERMMST               PIC X(02) VALUE ZEROS.
006570 77 WRK-SW-MASTER-DISP           PIC X(01) VALUE 'N'.
006580    88 WRK-MASTER-DISPONIVEL         VALUE 'S'.
006590 77 WRK-SW-MASTER-ESGOTADO       PIC X(01) VALUE 'N'.
006600    88 WRK-MASTER-ESGOTADO           VALUE 'S'.
006610 77 WRK-IND-BUSCA                PIC 9(05) VALUE 1.
006620 77 WRK-IND-MST                  PIC 9(05) VALUE ZEROS.
006630 01 WRK-MST-VALOR.
006640    05 WRK-MSV-SINAL             PIC X(01) VALUE '+'.
006650    05 WRK-MSV-DIGITOS           PIC X(112) VALUE ZEROS.
006660 01 WRK-MST-ANT-1                PIC X(113) VALUE SPACES.
006670 01 WRK-MST-ANT-2                PIC X(113) VALUE SPACES.
006680 77 WRK-FS-PEDREG                PIC X(02) VALUE ZEROS.
006690 77 WRK-SW-PEDREG-DISP           PIC X(01) VALUE 'N'.
006700    88 WRK-PEDREG-DISPONIVEL         VALUE 'S'.
006710 77 WRK-SW-PRG-EXISTE            PIC X(01) VALUE 'N'.
006720    88 WRK-PRG-EXISTE                VALUE 'S'.
006730 77 WRK-PRG-MAX-EVENTOS          PIC S9(04) COMP VALUE 12.
006740 77 WRK-PRG-IND                  PIC S9(04) COMP VALUE ZEROS.
006750 77 WRK-PRG-POS                  PIC S9(04) COMP VALUE ZEROS.
006760 77 WRK-PRG-SOLICITANTE          PIC X(08) VALUE SPACES.
006770 77 WRK-PRG-REFERENCIA           PIC X(12) VALUE SPACES.
006780 77 WRK-PRG-SITUACAO             PIC X(01) VALUE SPACES.
006790    88 WRK-PRG-RECUSA                VALUE 'X'.
006800 77 WRK-PRG-DATA                 PIC X(08) VALUE SPACES.
006810 77 WRK-PRG-HORA                 PIC X(08) VALUE SPACES.
006820 77 WRK-PRG-RODADA               PIC 9(05) VALUE ZEROS.
006830 77 WRK-PRG-ORIGEM               PIC X(08) VALUE SPACES.
006840 77 WRK-PRG-COMPL                PIC X(08) VALUE SPACES.
006850 77 WRK-FS-CADEIA                PIC X(02) VALUE ZEROS.
006860 77 WRK-SW-CADEIA-DISP           PIC X(01) VALUE 'N'.
006870    88 WRK-CADEIA-DISPONIVEL         VALUE 'S'.
006880 77 WRK-SW-CDA-EXISTE            PIC X(01) VALUE 'N'.
006890    88 WRK-CDA-EXISTE                VALUE 'S'.
006900 77 WRK-SW-FIM-CADEIA            PIC X(01) VALUE 'N'.
006910    88 WRK-FIM-CADEIA                VALUE 'S'.
006920 77 WRK-CDA-ULT-ID               PIC 9(07) VALUE ZEROS.
006930 77 WRK-CDA-ID-PEDIDO            PIC 9(07) VALUE ZEROS.
006940 77 WRK-CDA-IND                  PIC S9(04) COMP VALUE ZEROS.
006950 77 WRK-CDA-ACHADO               PIC S9(04) COMP VALUE ZEROS.
006960 77 WRK-CDA-MAX-USUARIOS         PIC S9(04) COMP VALUE 5.
006970 77 WRK-QTDE-CADEIAS-NOVAS       PIC 9(05) VALUE ZEROS.
006980
006990 01 WRK-ENTRADA-USUARIO          PIC 9(03)  VALUE ZEROS.
007000 01 IND-1                        PIC 9(05)  VALUE ZEROS.
007010 01 WRK-NUM-SEQ.
007020    05 WRK-NSQ-SINAL             PIC X(01) VALUE '+'.
007030    05 WRK-NSQ-DIGITOS           PIC X(112) VALUE ZEROS.
007040 01 AREA-AUXILIARES.
007050    10 WRK-AUX-1.
007060       15 WRK-AX1-SINAL          PIC X(01) VALUE '+'.
007070       15 WRK-AX1-DIGITOS        PIC X(112) VALUE ZEROS.
007080    10 WRK-AUX-2.
007090       15 WRK-AX2-SINAL          PIC X(01) VALUE '+'.
007100       15 WRK-AX2-DIGITOS        PIC X(112) VALUE ZEROS.
007110 01 WRK-COEF-P                   PIC S9(04) COMP-3 VALUE 1.
007120 01 WRK-COEF-Q                   PIC S9(04) COMP-3 VALUE 1.
007130 01 WRK-SEMENTE-1                PIC S9(18) COMP-3 VALUE ZEROS.
007140 01 WRK-SEMENTE-2                PIC S9(18) COMP-3 VALUE 1.
007150 01 WRK-VALOR-PROC-N.
007160    05 WRK-VPN-SINAL             PIC X(01) VALUE '+'.
007170    05 WRK-VPN-DIGITOS           PIC X(112) VALUE ZEROS.
007180 01 WRK-NUM-EDITADO              PIC X(114) VALUE SPACES.
007190
007200*    AREAS DE OPERACAO DA ARITMETICA ESTENDIDA DE 112 DIGITOS
007210*    (SINAL E MAGNITUDE). AS ROTINAS 9000-9310 OPERAM SOBRE OS
007220*    OPERANDOS A E B E DEIXAM O RESULTADO EM R; OS OPERANDOS
007230*    NAO SAO PRESERVADOS.
007240 01 WRK-GRD-A.
007250    05 WRK-GRD-A-SINAL           PIC X(01) VALUE '+'.
007260    05 WRK-GRD-A-DIGITOS         PIC X(112) VALUE ZEROS.
007270    05 FILLER REDEFINES WRK-GRD-A-DIGITOS.
007280       10 WRK-GRD-A-DIG          PIC 9(01) OCCURS 112 TIMES.
007290 01 WRK-GRD-B.
007300    05 WRK-GRD-B-SINAL           PIC X(01) VALUE '+'.
007310    05 WRK-GRD-B-DIGITOS         PIC X(112) VALUE ZEROS.
007320    05 FILLER REDEFINES WRK-GRD-B-DIGITOS.
007330       10 WRK-GRD-B-DIG          PIC 9(01) OCCURS 112 TIMES.
007340 01 WRK-GRD-R.
007350    05 WRK-GRD-R-SINAL           PIC X(01) VALUE '+'.
007360    05 WRK-GRD-R-DIGITOS         PIC X(112) VALUE ZEROS.
007370    05 FILLER REDEFINES WRK-GRD-R-DIGITOS.
007380       10 WRK-GRD-R-DIG          PIC 9(01) OCCURS 112 TIMES.
007390 01 WRK-GRD-T1                   PIC X(113) VALUE SPACES.
007400 01 WRK-GRD-T2                   PIC X(113) VALUE SPACES.
007410 01 WRK-GRD-TROCA                PIC X(113) VALUE SPACES.
007420 01 WRK-GRD-ZERO-NUM.
007430    05 FILLER                    PIC X(01) VALUE '+'.
007440    05 FILLER                    PIC X(112) VALUE ZEROS.
007450 77 WRK-GRD-ZEROS                PIC X(112) VALUE ZEROS.
007460 77 WRK-GRD-ESTOURO              PIC X(01) VALUE 'N'.
007470    88 WRK-GRD-ESTOUROU              VALUE 'S'.
007480 77 WRK-GRD-COMPARACAO           PIC X(01) VALUE '='.
007490 77 WRK-GRD-CARRY                PIC S9(04) COMP VALUE ZEROS.
007500 77 WRK-GRD-TRABALHO             PIC S9(07) COMP VALUE ZEROS.
007510 77 WRK-GRD-RESTO                PIC 9(01) VALUE ZEROS.
007520 77 WRK-GRD-IND                  PIC S9(04) COMP VALUE ZEROS.
007530 77 WRK-GRD-IND-EDIT             PIC S9(04) COMP VALUE ZEROS.
007540 77 WRK-GRD-TAM                  PIC S9(04) COMP VALUE ZEROS.
007550 77 WRK-GRD-FATOR                PIC 9(04) COMP VALUE ZEROS.
007560 77 WRK-GRD-COEF                 PIC S9(04) COMP-3 VALUE 1.
007570 77 WRK-GRD-SINAL-FATOR          PIC X(01) VALUE '+'.
007580 77 WRK-CONV-S18                 PIC S9(18) COMP-3 VALUE ZEROS.
007590 77 WRK-CONV-ABS                 PIC 9(18) VALUE ZEROS.
007600
007610*    AREAS DO MODO 'M' (RESIDUOS MODULO M). O MODULO E LIMITADO
007620*    A 13 DIGITOS PARA P*T(N-1) + Q*T(N-2) SOBRE RESIDUOS CABER
007630*    EM S9(18) SEM ARITMETICA ESTENDIDA. O PAR INICIAL REDUZIDO
007640*    FICA GUARDADO NA FORMA ESTENDIDA PARA A DETECCAO DO PERIODO.
007650 01 WRK-MODULO                   PIC S9(18) COMP-3 VALUE ZEROS.
007660 77 WRK-MODULO-MAXIMO            PIC 9(18) VALUE 9999999999999.
007670 01 WRK-MOD-TERMO-1              PIC S9(18) COMP-3 VALUE ZEROS.
007680 01 WRK-MOD-TERMO-2              PIC S9(18) COMP-3 VALUE ZEROS.
007690 01 WRK-MOD-CALCULO              PIC S9(18) COMP-3 VALUE ZEROS.
007700 01 WRK-MOD-QUOCIENTE            PIC S9(18) COMP-3 VALUE ZEROS.
007710 01 WRK-MOD-RESTO                PIC S9(18) COMP-3 VALUE ZEROS.
007720 01 WRK-MOD-INICIAL-1            PIC X(113) VALUE SPACES.
007730 01 WRK-MOD-INICIAL-2            PIC X(113) VALUE SPACES.
007740
007750 LINKAGE SECTION.
007760 01 LK-PARM.
007770    05 LK-PARM-TAM               PIC S9(04) COMP.
007780    05 LK-PARM-TEXTO.
007790       10 LK-PARM-JOB            PIC X(08).
007800       10 LK-PARM-ORCAMENTO     PIC X(05).
007810       10 LK-PARM-USUARIO        PIC X(08).
007820
007830 PROCEDURE DIVISION USING LK-PARM.
007840 0000-MAINLINE.
007850
007860     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
007870
007880*    UMA FALHA ANTES DA ABERTURA DOS ARQUIVOS (NUMERO DE RODADA
007890*    INDISPONIVEL) NAO PODE ZERAR O CHECKPT NEM GRAVAR TRAILER -
007900*    A RODADA INTERROMPIDA CONTINUA RETOMAVEL.
007910     IF WRK-TRAVA-OBTIDA
007920        AND WRK-ABERTURA-FEITA
007930        PERFORM 3000-PROCESSAR-PEDIDO THRU 3000-EXIT
007940            UNTIL WRK-FIM-ENTRADA
007950        PERFORM 7200-ENCERRAR-CHECKPOINT THRU 7200-EXIT
007960        PERFORM 8000-GRAVAR-TRAILER THRU 8000-EXIT
007970     END-IF
007980
007990     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
008000
008010******************************************************************
008020* 1000-INICIALIZAR - ABRE OS ARQUIVOS, OBTEM A DATA DE EXECUCAO,  *
008030*                    O NOME DO JOB E O USUARIO (RECEBIDOS VIA    *
008040*                    PARM) E FAZ A LEITURA INICIAL (PRIMING      *
008050*                    READ). LK-PARM-TAM DELIMITA QUANTOS BYTES   *
008060*                    DE LK-PARM-USUARIO SAO VALIDOS, PARA NAO    *
008070*                    GRAVAR LIXO NO REGISTRO DE AUDITORIA.       *
008080******************************************************************
008090 1000-INICIALIZAR.
008100
008110     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
008120     ACCEPT WRK-HORA-EXECUCAO FROM TIME
008130     MOVE SPACES TO WRK-USER-ID
008140     IF LK-PARM-TAM > ZEROS
008150        MOVE LK-PARM-JOB TO WRK-JOB-NAME
008160*       O ORCAMENTO DE TERMOS DA RODADA VEM DO PARM, ENTRE O JOB
008170*       E O USUARIO (99999 = RODADA PESADA, SEM ORCAMENTO); EM
008180*       BRANCO OU INVALIDO, VALE O ORCAMENTO PADRAO.
008190        IF LK-PARM-TAM > 12
008200           AND LK-PARM-ORCAMENTO IS NUMERIC
008210           AND LK-PARM-ORCAMENTO > ZEROS
008220           MOVE LK-PARM-ORCAMENTO TO WRK-ORCAMENTO-RODADA
008230        END-IF
008240        COMPUTE WRK-PARM-LEN-USUARIO = LK-PARM-TAM - 13
008250        IF WRK-PARM-LEN-USUARIO > ZEROS
008260           IF WRK-PARM-LEN-USUARIO > 8
008270              MOVE LK-PARM-USUARIO TO WRK-USER-ID
008280           ELSE
008290              MOVE LK-PARM-USUARIO(1:WRK-PARM-LEN-USUARIO)
008300                        TO WRK-USER-ID(1:WRK-PARM-LEN-USUARIO)
008310           END-IF
008320        END-IF
008330     END-IF
008340
008350     PERFORM 1050-OBTER-TRAVA THRU 1050-EXIT
008360     IF NOT WRK-TRAVA-OBTIDA
008370        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008380        GO TO 1000-EXIT
008390     END-IF
008400
008410     PERFORM 1100-VERIFICAR-CHECKPOINT THRU 1100-EXIT
008420     PERFORM 1150-OBTER-RODADA THRU 1150-EXIT
008430     IF WRK-FIM-ENTRADA
008440        GO TO 1000-EXIT
008450     END-IF
008460
008470     MOVE 'S' TO WRK-SW-ABERTURA-FEITA
008480
008490     OPEN INPUT ENTRADA
008500     IF WRK-FS-ENTRADA NOT = '00'
008510        DISPLAY 'SOLUTION - ERRO AO ABRIR ENTRADA - FS='
008520                WRK-FS-ENTRADA
008530        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008540        MOVE 16  TO WRK-RETORNO
008550     END-IF
008560
008570     IF WRK-CHECKPT-EXISTE
008580        OPEN EXTEND SAIDA
008590        IF WRK-FS-SAIDA = '35'
008600           OPEN OUTPUT SAIDA
008610        END-IF
008620     ELSE
008630        OPEN OUTPUT SAIDA
008640     END-IF
008650     IF WRK-FS-SAIDA NOT = '00'
008660        DISPLAY 'SOLUTION - ERRO AO ABRIR SAIDA - FS='
008670                WRK-FS-SAIDA
008680        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008690        MOVE 16  TO WRK-RETORNO
008700     END-IF
008710
008720*    O CABECALHO 'R' DA RODADA SO E GRAVADO EM RODADA NOVA - NA
008730*    RETOMADA POR CHECKPOINT ELE JA ESTA NA SAIDA (REABERTA EM
008740*    EXTEND) COM O MESMO NUMERO DE RODADA.
008750     IF WRK-FS-SAIDA = '00'
008760        AND NOT WRK-CHECKPT-EXISTE
008770        PERFORM 1800-GRAVAR-CAB-RODADA THRU 1800-EXIT
008780     END-IF
008790
008800     OPEN EXTEND LOGAUD
008810     IF WRK-FS-LOGAUD = '35'
008820        OPEN OUTPUT LOGAUD
008830     END-IF
008840     IF WRK-FS-LOGAUD NOT = '00'
008850        DISPLAY 'SOLUTION - ERRO AO ABRIR LOGAUD - FS='
008860                WRK-FS-LOGAUD
008870        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008880        MOVE 16  TO WRK-RETORNO
008890     END-IF
008900
008910     OPEN EXTEND CARRYOVR
008920     IF WRK-FS-CARRYOVR = '35'
008930        OPEN OUTPUT CARRYOVR
008940     END-IF
008950     IF WRK-FS-CARRYOVR NOT = '00'
008960        DISPLAY 'SOLUTION - ERRO AO ABRIR CARRYOVR - FS='
008970                WRK-FS-CARRYOVR
008980        MOVE 'S' TO WRK-SW-FIM-ENTRADA
008990        MOVE 16  TO WRK-RETORNO
009000     END-IF
009010
009020*    O CADASTRO DE TERMOS E OPCIONAL: SE AINDA NAO FOI CARREGADO
009030*    (OU NAO PUDER SER ABERTO), A LOCALIZACAO RECALCULA A
009040*    SEQUENCIA COMO SEMPRE FEZ.
009050     OPEN INPUT TERMMST
009060     IF WRK-FS-TERMMST = '00'
009070        MOVE 'S' TO WRK-SW-MASTER-DISP
009080     ELSE
009090        DISPLAY 'SOLUTION - CADASTRO TERMMST INDISPONIVEL - FS='
009100                WRK-FS-TERMMST
009110                ' - LOCALIZACAO POR RECALCULO'
009120     END-IF
009130
009140*    O CADASTRO DE PEDIDOS TAMBEM E OPCIONAL: INDISPONIVEL, A
009150*    RODADA SEGUE SEM REGISTRAR AS SITUACOES (SO AVISO).
009160     OPEN I-O PEDREG
009170     IF WRK-FS-PEDREG = '35'
009180        OPEN OUTPUT PEDREG
009190        IF WRK-FS-PEDREG = '00'
009200           CLOSE PEDREG
009210           OPEN I-O PEDREG
009220        END-IF
009230     END-IF
009240     IF WRK-FS-PEDREG = '00'
009250        MOVE 'S' TO WRK-SW-PEDREG-DISP
009260     ELSE
009270        DISPLAY 'SOLUTION - AVISO - CADASTRO PEDREG INDISPONIVEL'
009280                ' - FS=' WRK-FS-PEDREG
009290     END-IF
009300
009310*    O CATALOGO DE CADEIAS TAMBEM E OPCIONAL: INDISPONIVEL, OS
009320*    CABECALHOS 'H' SAEM COM A CADEIA ZERADA (SO AVISO) E A CADEIA
009330*    NOVA E CATALOGADA NA PRIMEIRA RODADA QUE A ENCONTRAR DE NOVO.
009340     OPEN I-O CADEIA
009350     IF WRK-FS-CADEIA = '35'
009360        OPEN OUTPUT CADEIA
009370        IF WRK-FS-CADEIA = '00'
009380           CLOSE CADEIA
009390           OPEN I-O CADEIA
009400        END-IF
009410     END-IF
009420     IF WRK-FS-CADEIA = '00'
009430        MOVE 'S' TO WRK-SW-CADEIA-DISP
009440        PERFORM 1900-OBTER-ULT-CADEIA THRU 1900-EXIT
009450     ELSE
009460        DISPLAY 'SOLUTION - AVISO - CATALOGO CADEIA INDISPONIVEL'
009470                ' - FS=' WRK-FS-CADEIA
009480     END-IF
009490
009500     IF NOT WRK-FIM-ENTRADA
009510        PERFORM 2000-LER-ENTRADA THRU 2000-EXIT
009520     END-IF.
009530 1000-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570* 1050-OBTER-TRAVA - CONTROLE DE RODADA UNICA: LE O REGISTRO DE *
009580*                    TRAVA EM RUNLOCK E, SE HOUVER UMA RODADA   *
009590*                    ATIVA, RECUSA A PARTIDA COM RETURN-CODE 20 *
009600*                    SEM TOCAR NOS DEMAIS ARQUIVOS (DUAS        *
009610*                    RODADAS SIMULTANEAS ENTRELACARIAM A SAIDA  *
009620*                    E CORROMPERIAM O CHECKPT). CASO CONTRARIO, *
009630*                    GRAVA A TRAVA ATIVA COM JOB E DATA/HORA.   *
009640*                    UMA TRAVA ORFA DE ABEND E LIMPA PELO       *
009650*                    UTILITARIO SOLLOCK.                        *
009660******************************************************************
009670 1050-OBTER-TRAVA.
009680
009690     OPEN INPUT RUNLOCK
009700     IF WRK-FS-RUNLOCK = '00'
009710        READ RUNLOCK
009720            AT END
009730               CONTINUE
009740            NOT AT END
009750               IF REG-LCK-ATIVA
009760                  DISPLAY 'SOLUTION - RODADA JA ATIVA - JOB '
009770                          REG-LCK-JOB ' DESDE ' REG-LCK-DATA
009780                          ' ' REG-LCK-HORA
009790                  DISPLAY 'SOLUTION - PARTIDA RECUSADA - SE A '
009800                          'RODADA ANTERIOR ABENDOU, LIMPAR A '
009810                          'TRAVA COM O SOLLOCK'
009820                  MOVE 20 TO WRK-RETORNO
009830               END-IF
009840        END-READ
009850        CLOSE RUNLOCK
009860     ELSE
009870        IF WRK-FS-RUNLOCK NOT = '35'
009880           DISPLAY 'SOLUTION - ERRO AO ABRIR RUNLOCK - FS='
009890                   WRK-FS-RUNLOCK
009900           MOVE 16 TO WRK-RETORNO
009910           GO TO 1050-EXIT
009920        END-IF
009930     END-IF
009940
009950     IF WRK-RETORNO NOT = 20
009960        OPEN OUTPUT RUNLOCK
009970        IF WRK-FS-RUNLOCK NOT = '00'
009980           DISPLAY 'SOLUTION - ERRO AO GRAVAR TRAVA - FS='
009990                   WRK-FS-RUNLOCK
010000           MOVE 16 TO WRK-RETORNO
010010        ELSE
010020           MOVE SPACES            TO REG-RUNLOCK
010030           MOVE WRK-JOB-NAME      TO REG-LCK-JOB
010040           MOVE WRK-DATA-EXECUCAO TO REG-LCK-DATA
010050           MOVE WRK-HORA-EXECUCAO TO REG-LCK-HORA
010060           SET REG-LCK-ATIVA      TO TRUE
010070           WRITE REG-RUNLOCK
010080           CLOSE RUNLOCK
010090           MOVE 'S' TO WRK-SW-TRAVA-OBTIDA
010100        END-IF
010110     END-IF.
010120 1050-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160* 1100-VERIFICAR-CHECKPOINT - VERIFICA SE HA UM CHECKPOINT DE UMA *
010170*                             RODADA ANTERIOR INTERROMPIDA E, EM  *
010180*                             CASO POSITIVO, GUARDA O PROGRESSO   *
010190*                             SALVO PARA A RETOMADA MAIS ADIANTE. *
010200******************************************************************
010210 1100-VERIFICAR-CHECKPOINT.
010220
010230     OPEN INPUT CHECKPT
010240     IF WRK-FS-CHECKPT = '00'
010250        READ CHECKPT
010260           AT END
010270              CONTINUE
010280           NOT AT END
010290              MOVE 'S'                 TO WRK-SW-CHECKPT-EXISTE
010300              MOVE REG-CKP-SEQ-PEDIDO  TO WRK-CKPT-SEQ-SALVO
010310              MOVE REG-CKP-INDICE      TO WRK-CKPT-INDICE-SALVO
010320              MOVE REG-CKP-NUM-SEQ     TO WRK-CKPT-NUM-SALVO
010330              MOVE REG-CKP-AUX-1       TO WRK-CKPT-AUX1-SALVO
010340              MOVE REG-CKP-AUX-2       TO WRK-CKPT-AUX2-SALVO
010350              MOVE REG-CKP-QTDE-REGS   TO WRK-CKPT-REGS-SALVO
010360              MOVE REG-CKP-SOMA-TOTAL  TO WRK-CKPT-SOMA-SALVO
010370               MOVE REG-CKP-SOMA-PEDIDO TO WRK-CKPT-SOMA-PED-SALVO
010380              MOVE REG-CKP-STATUS      TO WRK-CKPT-STATUS-SALVO
010390              IF REG-CKP-RODADA IS NUMERIC
010400                 MOVE REG-CKP-RODADA   TO WRK-CKPT-RODADA-SALVA
010410              END-IF
010420              DISPLAY 'SOLUTION - CHECKPOINT ENCONTRADO - PEDIDO '
010430                      WRK-CKPT-SEQ-SALVO ' STATUS '
010440                      WRK-CKPT-STATUS-SALVO
010450        END-READ
010460        CLOSE CHECKPT
010470     END-IF.
010480 1100-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520* 1150-OBTER-RODADA - DEFINE O NUMERO DA RODADA CORRENTE: EM     *
010530*                     RETOMADA POR CHECKPOINT, REAPROVEITA O     *
010540*                     NUMERO SALVO (A RODADA INTERROMPIDA        *
010550*                     CONTINUA); EM RODADA NOVA, LE O ULTIMO     *
010560*                     NUMERO USADO NO ARQUIVO DE CONTROLE        *
010570*                     RUNNUM, SOMA 1 E O REGRAVA. A AUSENCIA DO  *
010580*                     ARQUIVO (PRIMEIRA RODADA) COMECA DO 1.     *
010590******************************************************************
010600 1150-OBTER-RODADA.
010610
010620     IF WRK-CHECKPT-EXISTE
010630        AND WRK-CKPT-RODADA-SALVA > ZEROS
010640        MOVE WRK-CKPT-RODADA-SALVA TO WRK-RODADA
010650        DISPLAY 'SOLUTION - RODADA ' WRK-RODADA
010660                ' RETOMADA POR CHECKPOINT'
010670        GO TO 1150-EXIT
010680     END-IF
010690
010700     OPEN INPUT RUNNUM
010710     EVALUATE TRUE
010720        WHEN WRK-FS-RUNNUM = '00'
010730           READ RUNNUM
010740               AT END
010750                  MOVE ZEROS TO WRK-RODADA
010760               NOT AT END
010770                  IF REG-RNM-RODADA IS NUMERIC
010780                     MOVE REG-RNM-RODADA TO WRK-RODADA
010790                  ELSE
010800                     MOVE ZEROS TO WRK-RODADA
010810                  END-IF
010820           END-READ
010830           CLOSE RUNNUM
010840        WHEN WRK-FS-RUNNUM = '35'
010850           MOVE ZEROS TO WRK-RODADA
010860        WHEN OTHER
010870           DISPLAY 'SOLUTION - ERRO AO ABRIR RUNNUM - FS='
010880                   WRK-FS-RUNNUM
010890           MOVE 'S' TO WRK-SW-FIM-ENTRADA
010900           MOVE 16  TO WRK-RETORNO
010910           GO TO 1150-EXIT
010920     END-EVALUATE
010930
010940     ADD 1 TO WRK-RODADA
010950     OPEN OUTPUT RUNNUM
010960     IF WRK-FS-RUNNUM NOT = '00'
010970        DISPLAY 'SOLUTION - ERRO AO REGRAVAR RUNNUM - FS='
010980                WRK-FS-RUNNUM
010990        MOVE 'S' TO WRK-SW-FIM-ENTRADA
011000        MOVE 16  TO WRK-RETORNO
011010     ELSE
011020        MOVE WRK-RODADA TO REG-RNM-RODADA
011030        WRITE REG-RUNNUM
011040        CLOSE RUNNUM
011050        DISPLAY 'SOLUTION - RODADA ' WRK-RODADA
011060     END-IF.
011070 1150-EXIT.
011080     EXIT.
011090
011100******************************************************************
011110* 1800-GRAVAR-CAB-RODADA - GRAVA NA SAIDA O CABECALHO 'R' DA     *
011120*                          RODADA (NUMERO, DATA E HORA), QUE     *
011130*                          DELIMITA AS RODADAS ACUMULADAS NO     *
011140*                          ARQUIVO (DISP=MOD) PARA O DOWNSTREAM  *
011150*                          PROCESSAR UMA RODADA POR VEZ.         *
011160******************************************************************
011170 1800-GRAVAR-CAB-RODADA.
011180
011190     MOVE SPACES              TO REG-SAIDA
011200     SET REG-SAI-CAB-RODADA   TO TRUE
011210     MOVE WRK-RODADA          TO REG-SAI-RODADA
011220     MOVE WRK-DATA-EXECUCAO   TO REG-SAI-ROD-DATA
011230     MOVE WRK-HORA-EXECUCAO   TO REG-SAI-ROD-HORA
011240     WRITE REG-SAIDA.
011250 1800-EXIT.
011260     EXIT.
011270
011280******************************************************************
011290* 1900-OBTER-ULT-CADEIA - PERCORRE O CATALOGO DE CADEIAS E       *
011300*                         GUARDA O MAIOR NUMERO DE CADEIA JA     *
011310*                         ATRIBUIDO, BASE DA NUMERACAO DAS       *
011320*                         CADEIAS NOVAS DA RODADA. O NUMERO E    *
011330*                         PERMANENTE: O CATALOGO NUNCA TEM       *
011340*                         CADEIA EXCLUIDA.                       *
011350******************************************************************
011360 1900-OBTER-ULT-CADEIA.
011370
011380     MOVE ZEROS      TO WRK-CDA-ULT-ID
011390     MOVE LOW-VALUES TO REG-CDA-CHAVE
011400     START CADEIA KEY IS NOT LESS THAN REG-CDA-CHAVE
011410        INVALID KEY
011420           GO TO 1900-EXIT
011430     END-START
011440     MOVE 'N' TO WRK-SW-FIM-CADEIA
011450     PERFORM 1910-LER-CADEIA THRU 1910-EXIT
011460         UNTIL WRK-FIM-CADEIA.
011470 1900-EXIT.
011480     EXIT.
011490
011500******************************************************************
011510* 1910-LER-CADEIA - LE A PROXIMA CADEIA DO CATALOGO NA VARREDURA *
011520*                   DO MAIOR NUMERO.                             *
011530******************************************************************
011540 1910-LER-CADEIA.
011550
011560     READ CADEIA NEXT RECORD
011570        AT END
011580           MOVE 'S' TO WRK-SW-FIM-CADEIA
011590        NOT AT END
011600           IF REG-CDA-ID > WRK-CDA-ULT-ID
011610              MOVE REG-CDA-ID TO WRK-CDA-ULT-ID
011620           END-IF
011630     END-READ
011640     IF WRK-FS-CADEIA NOT = '00'
011650        MOVE 'S' TO WRK-SW-FIM-CADEIA
011660     END-IF.
011670 1910-EXIT.
011680     EXIT.
011690
011700******************************************************************
011710* 2000-LER-ENTRADA - LE O PROXIMO REGISTRO DE PEDIDO E CONTROLA   *
011720*                    A SEQUENCIA DO PEDIDO DENTRO DO ARQUIVO.     *
011730******************************************************************
011740 2000-LER-ENTRADA.
011750
011760     READ ENTRADA
011770         AT END
011780            MOVE 'S' TO WRK-SW-FIM-ENTRADA
011790         NOT AT END
011800            ADD 1 TO WRK-SEQ-PEDIDO
011810     END-READ.
011820 2000-EXIT.
011830     EXIT.
011840
011850******************************************************************
011860* 3000-PROCESSAR-PEDIDO - VALIDA O PEDIDO LIDO E, CONFORME O      *
011870*                         MODO, GERA A SEQUENCIA OU LOCALIZA UM   *
011880*                         TERMO NELA; DEPOIS AVANCA A LEITURA. UM *
011890*                         REGISTRO DE AUDITORIA E GRAVADO PARA    *
011900*                         TODO PEDIDO EFETIVAMENTE PROCESSADO NA  *
011910*                         RODADA, MESMO QUANDO REJEITADO NA       *
011920*                         VALIDACAO (NESSE CASO, COM QUANTIDADE    *
011930*                         GERADA IGUAL A ZERO); UM PEDIDO JA       *
011940*                         CONCLUIDO (INTEGRALMENTE, EM UMA RODADA *
011950*                         ANTERIOR) NAO E REPROCESSADO NEM         *
011960*                         REAUDITADO. TODO PEDIDO EFETIVAMENTE     *
011970*                         PROCESSADO NESTA RODADA E MARCADO COMO   *
011980*                         CONCLUIDO EM CHECKPT AO FINAL.           *
011990******************************************************************
012000 3000-PROCESSAR-PEDIDO.
012010
012020     MOVE 1 TO WRK-IND-INICIAL
012030     MOVE 'N' TO WRK-SW-PEDIDO-ADIADO
012040     MOVE ZEROS TO WRK-QTDE-PEDIDO
012050     MOVE 'N' TO WRK-SW-PERIODO-ACHADO
012060     MOVE ZEROS TO WRK-PERIODO
012070
012080     IF WRK-CHECKPT-EXISTE
012090        AND (WRK-SEQ-PEDIDO < WRK-CKPT-SEQ-SALVO
012100             OR (WRK-SEQ-PEDIDO = WRK-CKPT-SEQ-SALVO
012110                 AND WRK-CKPT-CONCLUIDO-SALVO))
012120        DISPLAY 'SOLUTION - PEDIDO ' WRK-SEQ-PEDIDO
012130                ' JA CONCLUIDO ANTES DO REINICIO - IGNORADO'
012140        ADD 1 TO WRK-QTDE-RETOMADOS
012150     ELSE
012160        PERFORM 3100-VALIDAR-PEDIDO THRU 3100-EXIT
012170
012180        IF WRK-PEDIDO-VALIDO
012190           PERFORM 3150-AVALIAR-ORCAMENTO THRU 3150-EXIT
012200        END-IF
012210
012220        IF WRK-PEDIDO-VALIDO
012230           AND NOT WRK-PEDIDO-ADIADO
012240           PERFORM 3200-OBTER-SEMENTES THRU 3200-EXIT
012250           MOVE 'N' TO WRK-SW-ESTOURO-CAPAC
012260           MOVE ZEROS TO WRK-ULT-INDICE-BOM
012270           MOVE ZEROS TO WRK-PED-QTDE-REGS
012280           MOVE WRK-GRD-ZERO-NUM TO WRK-PED-SOMA
012290           IF REG-ENT-MODO-LOCALIZAR
012300              PERFORM 3500-GRAVAR-CABEC-PEDIDO THRU 3500-EXIT
012310              PERFORM 5000-LOCALIZAR-TERMO THRU 5000-EXIT
012320           ELSE
012330              IF WRK-CHECKPT-EXISTE
012340                 AND WRK-SEQ-PEDIDO = WRK-CKPT-SEQ-SALVO
012350*                 O CABECALHO DO PEDIDO RETOMADO JA FOI GRAVADO
012360*                 NA RODADA INTERROMPIDA (SAIDA REABERTA EM
012370*                 EXTEND) - NAO REPETIR.
012380                 PERFORM 3300-PREPARAR-EXECUCAO THRU 3300-EXIT
012390              ELSE
012400                 PERFORM 3500-GRAVAR-CABEC-PEDIDO THRU 3500-EXIT
012410              END-IF
012420              IF REG-ENT-MODO-LIMITE
012430                 MOVE 'N' TO WRK-SW-ALVO-ATINGIDO
012440                 PERFORM 4000-GERAR-TERMO THRU 4000-EXIT
012450                     VARYING IND-1 FROM WRK-IND-INICIAL BY 1
012460                     UNTIL WRK-ALVO-ATINGIDO
012470                        OR IND-1 > WRK-LIMITE-SEGURANCA
012480                        OR WRK-ESTOURO-CAPAC
012490                 IF NOT WRK-ALVO-ATINGIDO
012500                    AND NOT WRK-ESTOURO-CAPAC
012510                    DISPLAY 'SOLUTION - AVISO - PEDIDO '
012520                            WRK-SEQ-PEDIDO ' PAROU NA TRAVA DE '
012530                            'SEGURANCA SEM ALCANCAR O LIMITE'
012540                    IF WRK-RETORNO < 4
012550                       MOVE 4 TO WRK-RETORNO
012560                    END-IF
012570                 END-IF
012580              ELSE
012590                 IF REG-ENT-MODO-MODULO
012600                    PERFORM 4000-GERAR-TERMO THRU 4000-EXIT
012610                        VARYING IND-1 FROM WRK-IND-INICIAL BY 1
012620                        UNTIL WRK-PERIODO-ACHADO
012630                           OR IND-1 > WRK-LIMITE-SEGURANCA
012640                    PERFORM 3750-GRAVAR-PERIODO THRU 3750-EXIT
012650                 ELSE
012660                    PERFORM 4000-GERAR-TERMO THRU 4000-EXIT
012670                        VARYING IND-1 FROM WRK-IND-INICIAL BY 1
012680                        UNTIL IND-1 > WRK-ENTRADA-USUARIO
012690                            OR WRK-ESTOURO-CAPAC
012700                 END-IF
012710              END-IF
012720           IF WRK-ESTOURO-CAPAC
012730              PERFORM 3700-GRAVAR-CAPACIDADE THRU 3700-EXIT
012740           END-IF
012750           END-IF
012760           PERFORM 3600-GRAVAR-TOT-PEDIDO THRU 3600-EXIT
012770        END-IF
012780        PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
012790        PERFORM 6500-REGISTRAR-SITUACAO THRU 6500-EXIT
012800        PERFORM 7100-MARCAR-PEDIDO-CONCLUIDO THRU 7100-EXIT
012810     END-IF
012820
012830     PERFORM 2000-LER-ENTRADA THRU 2000-EXIT.
012840 3000-EXIT.
012850     EXIT.
012860
012870******************************************************************
012880* 3100-VALIDAR-PEDIDO - REJEITA QUANTIDADE DE TERMOS ZERO,       *
012890*                       NEGATIVA OU NAO NUMERICA, BEM COMO UM    *
012900*                       MODO DE PEDIDO DESCONHECIDO; NO MODO DE  *
012910*                       LOCALIZACAO, EXIGE TAMBEM UM VALOR       *
012920*                       PROCURADO NUMERICO. GUARDA EM WRK-RETORNO*
012930*                       SEMPRE O PIOR CODIGO JA OCORRIDO NA      *
012940*                       RODADA, NUNCA REBAIXANDO UM CODIGO MAIS  *
012950*                       GRAVE JA REGISTRADO.                     *
012960******************************************************************
012970 3100-VALIDAR-PEDIDO.
012980
012990     MOVE 'S' TO WRK-SW-PEDIDO-VALIDO
013000*    NOS MODOS 'A' E 'M' A QUANTIDADE E DISPENSAVEL - O PEDIDO
013010*    PARA NO VALOR-LIMITE OU NA REPETICAO DO PAR INICIAL, NAO EM
013020*    UMA QUANTIDADE DE TERMOS.
013030     IF REG-ENT-MODO-LIMITE OR REG-ENT-MODO-MODULO
013040        IF REG-ENT-QTDE-TERMOS IS NUMERIC
013050           MOVE REG-ENT-QTDE-TERMOS TO WRK-ENTRADA-USUARIO
013060        ELSE
013070           MOVE ZEROS TO WRK-ENTRADA-USUARIO
013080        END-IF
013090     ELSE
013100        IF REG-ENT-QTDE-TERMOS NOT NUMERIC
013110           OR REG-ENT-QTDE-TERMOS = ZEROS
013120           DISPLAY 'SOLUTION - ERRO - QUANTIDADE DE TERMOS '
013130                   'INVALIDA: ' REG-ENT-QTDE-TERMOS
013140           MOVE 'N' TO WRK-SW-PEDIDO-VALIDO
013150           IF WRK-RETORNO < 12
013160              MOVE 12 TO WRK-RETORNO
013170           END-IF
013180           MOVE ZEROS TO WRK-ENTRADA-USUARIO
013190        ELSE
013200           MOVE REG-ENT-QTDE-TERMOS TO WRK-ENTRADA-USUARIO
013210        END-IF
013220     END-IF
013230
013240     IF NOT REG-ENT-MODO-LOCALIZAR AND NOT REG-ENT-MODO-GERAR
013250        AND NOT REG-ENT-MODO-LIMITE AND NOT REG-ENT-MODO-MODULO
013260        DISPLAY 'SOLUTION - ERRO - MODO DE PEDIDO INVALIDO: '
013270                REG-ENT-MODO
013280        MOVE 'N' TO WRK-SW-PEDIDO-VALIDO
013290        IF WRK-RETORNO < 12
013300           MOVE 12 TO WRK-RETORNO
013310        END-IF
013320     END-IF
013330
013340     IF WRK-PEDIDO-VALIDO
013350        AND (REG-ENT-MODO-LOCALIZAR OR REG-ENT-MODO-LIMITE
013360             OR REG-ENT-MODO-MODULO)
013370        AND REG-ENT-VALOR-PROCURADO NOT NUMERIC
013380        DISPLAY 'SOLUTION - ERRO - VALOR PROCURADO INVALIDO: '
013390                REG-ENT-VALOR-PROCURADO
013400        MOVE 'N' TO WRK-SW-PEDIDO-VALIDO
013410        IF WRK-RETORNO < 12
013420           MOVE 12 TO WRK-RETORNO
013430        END-IF
013440     END-IF
013450
013460*    NO MODO 'M' O VALOR PROCURADO E O MODULO (2 A 13 DIGITOS).
013470     IF WRK-PEDIDO-VALIDO
013480        AND REG-ENT-MODO-MODULO
013490        AND (REG-ENT-VALOR-PROCURADO < 2
013500             OR REG-ENT-VALOR-PROCURADO > WRK-MODULO-MAXIMO)
013510        DISPLAY 'SOLUTION - ERRO - MODULO FORA DA FAIXA: '
013520                REG-ENT-VALOR-PROCURADO
013530        MOVE 'N' TO WRK-SW-PEDIDO-VALIDO
013540        IF WRK-RETORNO < 12
013550           MOVE 12 TO WRK-RETORNO
013560        END-IF
013570     END-IF
013580
013590*    COEFICIENTES AMBOS ZERO GERARIAM SO ZEROS A PARTIR DO
013600*    TERCEIRO TERMO - A CRITICA REJEITA O PEDIDO (UM COEFICIENTE
013610*    EM BRANCO OU NAO NUMERICO ASSUME 1, COMO AS SEMENTES).
013620     IF WRK-PEDIDO-VALIDO
013630        AND REG-ENT-COEF-P IS NUMERIC
013640        AND REG-ENT-COEF-Q IS NUMERIC
013650        AND REG-ENT-COEF-P = ZEROS
013660        AND REG-ENT-COEF-Q = ZEROS
013670        DISPLAY 'SOLUTION - ERRO - COEFICIENTES DO PEDIDO '
013680                'AMBOS ZERO'
013690        MOVE 'N' TO WRK-SW-PEDIDO-VALIDO
013700        IF WRK-RETORNO < 12
013710           MOVE 12 TO WRK-RETORNO
013720        END-IF
013730     END-IF.
013740 3100-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780* 3150-AVALIAR-ORCAMENTO - CONTROLE DO ORCAMENTO DE TERMOS DA   *
013790*                          RODADA: ESTIMA O CUSTO DO PEDIDO     *
013800*                          (QUANTIDADE PEDIDA; NOS MODOS 'A' E  *
013810*                          'M' SEM QUANTIDADE, A TRAVA DE       *
013820*                          SEGURANCA) E                         *
013830*                          ADIA PARA A RODADA PESADA O PEDIDO   *
013840*                          DE CLASSE 'P' OU O QUE ESTOURARIA O  *
013850*                          ORCAMENTO. A RODADA PESADA           *
013860*                          (ORCAMENTO 99999) PROCESSA TUDO; UM  *
013870*                          PEDIDO RETOMADO POR CHECKPOINT NUNCA *
013880*                          E ADIADO (O CABECALHO DELE JA ESTA   *
013890*                          NA SAIDA).                           *
013900******************************************************************
013910 3150-AVALIAR-ORCAMENTO.
013920
013930     IF WRK-ORCAMENTO-RODADA = 99999
013940        GO TO 3150-EXIT
013950     END-IF
013960     IF WRK-CHECKPT-EXISTE
013970        AND WRK-SEQ-PEDIDO = WRK-CKPT-SEQ-SALVO
013980        GO TO 3150-EXIT
013990     END-IF
014000
014010     IF REG-ENT-MODO-LIMITE OR REG-ENT-MODO-MODULO
014020        IF REG-ENT-QTDE-TERMOS IS NUMERIC
014030           AND REG-ENT-QTDE-TERMOS > ZEROS
014040           MOVE REG-ENT-QTDE-TERMOS  TO WRK-ESTIMATIVA
014050        ELSE
014060           MOVE WRK-LIMITE-SEGURANCA TO WRK-ESTIMATIVA
014070        END-IF
014080     ELSE
014090        MOVE WRK-ENTRADA-USUARIO TO WRK-ESTIMATIVA
014100     END-IF
014110
014120     IF REG-ENT-CLASSE-PESADA
014130        OR WRK-ORCAMENTO-USADO + WRK-ESTIMATIVA
014140           > WRK-ORCAMENTO-RODADA
014150        PERFORM 3170-ADIAR-PEDIDO THRU 3170-EXIT
014160     ELSE
014170        ADD WRK-ESTIMATIVA TO WRK-ORCAMENTO-USADO
014180     END-IF.
014190 3150-EXIT.
014200     EXIT.
014210
014220******************************************************************
014230* 3170-ADIAR-PEDIDO - GRAVA O PEDIDO INTACTO NO ARQUIVO DE      *
014240*                     TRANSPORTE (CARRYOVR), QUE A RODADA       *
014250*                     PESADA DE FIM DE SEMANA LE COMO ENTRADA,  *
014260*                     E REGISTRA O ADIAMENTO NA SAIDA ('F') E   *
014270*                     NO LOGAUD. A RODADA SEGUE COM RETURN-CODE *
014280*                     4 (AVISO).                                *
014290******************************************************************
014300 3170-ADIAR-PEDIDO.
014310
014320     DISPLAY 'SOLUTION - PEDIDO ' WRK-SEQ-PEDIDO
014330             ' ADIADO PARA A RODADA PESADA'
014340     MOVE 'S' TO WRK-SW-PEDIDO-ADIADO
014350     ADD 1 TO WRK-QTDE-ADIADOS
014360     IF WRK-FS-CARRYOVR = '00'
014370        MOVE REG-ENTRADA TO REG-CARRYOVR
014380        WRITE REG-CARRYOVR
014390     END-IF
014400     PERFORM 3800-GRAVAR-ADIADO THRU 3800-EXIT
014410     IF WRK-RETORNO < 4
014420        MOVE 4 TO WRK-RETORNO
014430     END-IF.
014440 3170-EXIT.
014450     EXIT.
014460
014470******************************************************************
014480* 3800-GRAVAR-ADIADO - GRAVA NA SAIDA O REGISTRO 'F' DO PEDIDO  *
014490*                      ADIADO (SEQUENCIA, SOLICITANTE,          *
014500*                      REFERENCIA, MODO E CLASSE), PARA O       *
014510*                      ADIAMENTO APARECER NO RELATORIO DA       *
014520*                      RODADA.                                  *
014530******************************************************************
014540 3800-GRAVAR-ADIADO.
014550
014560     MOVE SPACES              TO REG-SAIDA
014570     MOVE WRK-RODADA          TO REG-SAI-RODADA
014580     SET REG-SAI-ADIADO       TO TRUE
014590     MOVE WRK-SEQ-PEDIDO      TO REG-SAI-DIF-SEQ-PEDIDO
014600     MOVE REG-ENT-SOLICITANTE TO REG-SAI-DIF-SOLICITANTE
014610     MOVE REG-ENT-REFERENCIA  TO REG-SAI-DIF-REFERENCIA
014620     MOVE REG-ENT-MODO        TO REG-SAI-DIF-MODO
014630     MOVE REG-ENT-CLASSE      TO REG-SAI-DIF-CLASSE
014640     WRITE REG-SAIDA.
014650 3800-EXIT.
014660     EXIT.
014670
014680******************************************************************
014690* 3200-OBTER-SEMENTES - MONTA O PAR DE SEMENTES E OS             *
014700*                       COEFICIENTES DA RECORRENCIA A PARTIR DO  *
014710*                       PEDIDO; NA AUSENCIA DE VALORES NUMERICOS *
014720*                       ASSUME A SEQUENCIA CLASSICA (SEMENTES    *
014730*                       0/1) E A SOMA SIMPLES (COEFICIENTES 1/1).*
014740******************************************************************
014750 3200-OBTER-SEMENTES.
014760
014770     IF REG-ENT-SEMENTE-1 IS NUMERIC
014780        MOVE REG-ENT-SEMENTE-1 TO WRK-SEMENTE-1
014790     ELSE
014800        MOVE ZEROS             TO WRK-SEMENTE-1
014810     END-IF
014820     MOVE WRK-SEMENTE-1 TO WRK-CONV-S18
014830     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
014840     MOVE WRK-GRD-R     TO WRK-AUX-1
014850
014860     IF REG-ENT-SEMENTE-2 IS NUMERIC
014870        MOVE REG-ENT-SEMENTE-2 TO WRK-SEMENTE-2
014880     ELSE
014890        MOVE 1                 TO WRK-SEMENTE-2
014900     END-IF
014910     MOVE WRK-SEMENTE-2 TO WRK-CONV-S18
014920     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
014930     MOVE WRK-GRD-R     TO WRK-AUX-2
014940
014950     IF REG-ENT-COEF-P IS NUMERIC
014960        MOVE REG-ENT-COEF-P    TO WRK-COEF-P
014970     ELSE
014980        MOVE 1                 TO WRK-COEF-P
014990     END-IF
015000
015010     IF REG-ENT-COEF-Q IS NUMERIC
015020        MOVE REG-ENT-COEF-Q    TO WRK-COEF-Q
015030     ELSE
015040        MOVE 1                 TO WRK-COEF-Q
015050     END-IF
015060
015070*    O VALOR PROCURADO (BUSCA OU LIMITE) E CONVERTIDO UMA UNICA
015080*    VEZ PARA A FORMA ESTENDIDA, PARA AS COMPARACOES DA GERACAO
015090*    E DA LOCALIZACAO.
015100     IF REG-ENT-VALOR-PROCURADO IS NUMERIC
015110        MOVE REG-ENT-VALOR-PROCURADO TO WRK-CONV-S18
015120     ELSE
015130        MOVE ZEROS                   TO WRK-CONV-S18
015140     END-IF
015150     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
015160     MOVE WRK-GRD-R TO WRK-VALOR-PROC-N
015170
015180     IF REG-ENT-MODO-MODULO
015190        PERFORM 3250-REDUZIR-SEMENTES THRU 3250-EXIT
015200     END-IF.
015210 3200-EXIT.
015220     EXIT.
015230
015240******************************************************************
015250* 3250-REDUZIR-SEMENTES - NO MODO 'M', REDUZ AS SEMENTES AO      *
015260*                         MODULO DO PEDIDO (RESIDUOS ENTRE 0 E   *
015270*                         M-1) E GUARDA O PAR INICIAL REDUZIDO,  *
015280*                         CUJA REPETICAO MARCA O PERIODO. OS     *
015290*                         ACUMULADORES DA GERACAO PASSAM A       *
015300*                         CARREGAR RESIDUOS, NA MESMA FORMA      *
015310*                         ESTENDIDA DOS TERMOS (E DO CHECKPT).   *
015320******************************************************************
015330 3250-REDUZIR-SEMENTES.
015340
015350     MOVE REG-ENT-VALOR-PROCURADO TO WRK-MODULO
015360
015370     MOVE WRK-SEMENTE-1 TO WRK-MOD-CALCULO
015380     PERFORM 4080-REDUZIR-MODULO THRU 4080-EXIT
015390     MOVE WRK-MOD-RESTO TO WRK-CONV-S18
015400     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
015410     MOVE WRK-GRD-R     TO WRK-AUX-1
015420     MOVE WRK-GRD-R     TO WRK-MOD-INICIAL-1
015430
015440     MOVE WRK-SEMENTE-2 TO WRK-MOD-CALCULO
015450     PERFORM 4080-REDUZIR-MODULO THRU 4080-EXIT
015460     MOVE WRK-MOD-RESTO TO WRK-CONV-S18
015470     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
015480     MOVE WRK-GRD-R     TO WRK-AUX-2
015490     MOVE WRK-GRD-R     TO WRK-MOD-INICIAL-2.
015500 3250-EXIT.
015510     EXIT.
015520
015530******************************************************************
015540* 3300-PREPARAR-EXECUCAO - QUANDO O PEDIDO CORRENTE E O MESMO     *
015550*                          QUE ESTAVA EM ANDAMENTO NO CHECKPOINT, *
015560*                          RETOMA O INDICE E OS ACUMULADORES A    *
015570*                          PARTIR DO ULTIMO PONTO SALVO, INCLUSIVE*
015580*                          A QUANTIDADE JA GERADA PARA O PEDIDO,  *
015590*                          PARA O REGISTRO DE AUDITORIA NAO       *
015600*                          SUBCONTAR OS TERMOS GERADOS ANTES DO   *
015610*                          REINICIO.                              *
015620******************************************************************
015630 3300-PREPARAR-EXECUCAO.
015640
015650     COMPUTE WRK-IND-INICIAL = WRK-CKPT-INDICE-SALVO + 1
015660     MOVE WRK-CKPT-NUM-SALVO  TO WRK-NUM-SEQ
015670     MOVE WRK-CKPT-AUX1-SALVO TO WRK-AUX-1
015680     MOVE WRK-CKPT-AUX2-SALVO TO WRK-AUX-2
015690     MOVE WRK-CKPT-REGS-SALVO TO WRK-TOT-REGISTROS
015700     MOVE WRK-CKPT-SOMA-SALVO TO WRK-TOT-SOMA
015710     MOVE WRK-CKPT-INDICE-SALVO TO WRK-QTDE-PEDIDO
015720     MOVE WRK-CKPT-INDICE-SALVO TO WRK-PED-QTDE-REGS
015730     MOVE WRK-CKPT-INDICE-SALVO TO WRK-ULT-INDICE-BOM
015740     MOVE WRK-CKPT-SOMA-PED-SALVO TO WRK-PED-SOMA
015750     MOVE 'N'                 TO WRK-SW-CHECKPT-EXISTE
015760     ADD 1 TO WRK-QTDE-RETOMADOS
015770     DISPLAY 'SOLUTION - REINICIANDO PEDIDO ' WRK-SEQ-PEDIDO
015780             ' A PARTIR DO TERMO ' WRK-IND-INICIAL.
015790 3300-EXIT.
015800     EXIT.
015810
015820******************************************************************
015830* 3500-GRAVAR-CABEC-PEDIDO - GRAVA NA SAIDA O CABECALHO 'H' DO   *
015840*                            PEDIDO CORRENTE, COM A SEQUENCIA DO *
015850*                            PEDIDO, O PAR DE SEMENTES EM USO E  *
015860*                            A QUANTIDADE SOLICITADA, PARA O     *
015870*                            DOWNSTREAM DELIMITAR OS PEDIDOS. O  *
015880*                            MODO E O MODULO ('M') DIZEM SE OS   *
015890*                            DETALHES SAO TERMOS OU RESIDUOS. A  *
015900*                            CADEIA (SEMENTES E COEFICIENTES) E  *
015910*                            ANOTADA NO CATALOGO E O SEU NUMERO  *
015920*                            PERMANENTE SAI NO CABECALHO.        *
015930******************************************************************
015940 3500-GRAVAR-CABEC-PEDIDO.
015950
015960     PERFORM 3550-REGISTRAR-CADEIA THRU 3550-EXIT
015970
015980     MOVE SPACES              TO REG-SAIDA
015990     MOVE WRK-RODADA          TO REG-SAI-RODADA
016000     SET REG-SAI-CAB-PEDIDO   TO TRUE
016010     MOVE WRK-SEQ-PEDIDO      TO REG-SAI-CAB-SEQ-PEDIDO
016020     MOVE WRK-SEMENTE-1       TO REG-SAI-CAB-SEMENTE-1
016030     MOVE WRK-SEMENTE-2       TO REG-SAI-CAB-SEMENTE-2
016040     MOVE WRK-COEF-P          TO REG-SAI-CAB-COEF-P
016050     MOVE WRK-COEF-Q          TO REG-SAI-CAB-COEF-Q
016060     MOVE WRK-ENTRADA-USUARIO TO REG-SAI-CAB-QTDE-SOLIC
016070     MOVE REG-ENT-SOLICITANTE TO REG-SAI-CAB-SOLICITANTE
016080     MOVE REG-ENT-REFERENCIA  TO REG-SAI-CAB-REFERENCIA
016090     IF REG-ENT-MODO-GERAR
016100        MOVE 'G'              TO REG-SAI-CAB-MODO
016110     ELSE
016120        MOVE REG-ENT-MODO     TO REG-SAI-CAB-MODO
016130     END-IF
016140     IF REG-ENT-MODO-MODULO
016150        MOVE WRK-MODULO       TO REG-SAI-CAB-MODULO
016160     ELSE
016170        MOVE ZEROS            TO REG-SAI-CAB-MODULO
016180     END-IF
016190     MOVE WRK-CDA-ID-PEDIDO   TO REG-SAI-CAB-CADEIA
016200     WRITE REG-SAIDA.
016210 3500-EXIT.
016220     EXIT.
016230
016240******************************************************************
016250* 3550-REGISTRAR-CADEIA - LOCALIZA A CADEIA DO PEDIDO NO         *
016260*                         CATALOGO (CHAVE = SEMENTES E           *
016270*                         COEFICIENTES, NO MESMO FORMATO DA      *
016280*                         CHAVE DO TERMMST). CADEIA NOVA RECEBE  *
016290*                         O PROXIMO NUMERO, COM A DATA, A RODADA *
016300*                         E O SOLICITANTE DE ORIGEM; EM TODAS,   *
016310*                         ATUALIZA O ULTIMO USO, A QUANTIDADE DE *
016320*                         PEDIDOS E OS USUARIOS. CATALOGO        *
016330*                         INDISPONIVEL OU FALHA DE GRAVACAO      *
016340*                         DEIXAM A CADEIA DO PEDIDO ZERADA (SO   *
016350*                         AVISO).                                *
016360******************************************************************
016370 3550-REGISTRAR-CADEIA.
016380
016390     MOVE ZEROS TO WRK-CDA-ID-PEDIDO
016400     IF NOT WRK-CADEIA-DISPONIVEL
016410        GO TO 3550-EXIT
016420     END-IF
016430
016440     MOVE WRK-SEMENTE-1 TO REG-CDA-SEMENTE-1
016450     MOVE WRK-SEMENTE-2 TO REG-CDA-SEMENTE-2
016460     MOVE WRK-COEF-P    TO REG-CDA-COEF-P
016470     MOVE WRK-COEF-Q    TO REG-CDA-COEF-Q
016480     READ CADEIA
016490        INVALID KEY
016500           MOVE 'N' TO WRK-SW-CDA-EXISTE
016510        NOT INVALID KEY
016520           MOVE 'S' TO WRK-SW-CDA-EXISTE
016530     END-READ
016540
016550     IF NOT WRK-CDA-EXISTE
016560        IF WRK-CDA-ULT-ID = 9999999
016570           DISPLAY 'SOLUTION - AVISO - NUMERACAO DO CATALOGO DE '
016580                   'CADEIAS ESGOTADA'
016590           GO TO 3550-EXIT
016600        END-IF
016610        MOVE SPACES              TO REG-CADEIA
016620        MOVE WRK-SEMENTE-1       TO REG-CDA-SEMENTE-1
016630        MOVE WRK-SEMENTE-2       TO REG-CDA-SEMENTE-2
016640        MOVE WRK-COEF-P          TO REG-CDA-COEF-P
016650        MOVE WRK-COEF-Q          TO REG-CDA-COEF-Q
016660        COMPUTE REG-CDA-ID = WRK-CDA-ULT-ID + 1
016670        MOVE WRK-DATA-EXECUCAO   TO REG-CDA-DATA-INCLUSAO
016680        MOVE WRK-RODADA          TO REG-CDA-RODADA-INCLUSAO
016690        MOVE REG-ENT-SOLICITANTE TO REG-CDA-SOLIC-ORIGEM
016700        MOVE ZEROS               TO REG-CDA-MAIOR-INDICE
016710        MOVE ZEROS               TO REG-CDA-QTDE-PEDIDOS
016720     END-IF
016730
016740     MOVE WRK-DATA-EXECUCAO TO REG-CDA-DATA-ULT-USO
016750     MOVE WRK-RODADA        TO REG-CDA-RODADA-ULT-USO
016760     IF REG-CDA-QTDE-PEDIDOS < 9999999
016770        ADD 1 TO REG-CDA-QTDE-PEDIDOS
016780     END-IF
016790     IF REG-ENT-SOLICITANTE NOT = SPACES
016800        PERFORM 3560-ANOTAR-USUARIO THRU 3560-EXIT
016810     END-IF
016820
016830     IF WRK-CDA-EXISTE
016840        REWRITE REG-CADEIA
016850     ELSE
016860        WRITE REG-CADEIA
016870     END-IF
016880     IF WRK-FS-CADEIA NOT = '00'
016890        DISPLAY 'SOLUTION - AVISO - CADEIA DO PEDIDO '
016900                WRK-SEQ-PEDIDO ' NAO CATALOGADA - FS='
016910                WRK-FS-CADEIA
016920        GO TO 3550-EXIT
016930     END-IF
016940
016950     IF NOT WRK-CDA-EXISTE
016960        MOVE REG-CDA-ID TO WRK-CDA-ULT-ID
016970        ADD 1 TO WRK-QTDE-CADEIAS-NOVAS
016980        DISPLAY 'SOLUTION - NOVA CADEIA ' REG-CDA-ID
016990                ' CATALOGADA NO PEDIDO ' WRK-SEQ-PEDIDO
017000     END-IF
017010     MOVE REG-CDA-ID TO WRK-CDA-ID-PEDIDO.
017020 3550-EXIT.
017030     EXIT.
017040
017050******************************************************************
017060* 3560-ANOTAR-USUARIO - SOMA O PEDIDO AO SOLICITANTE NA TABELA   *
017070*                       DE USUARIOS DA CADEIA. SOLICITANTE AINDA *
017080*                       FORA DA TABELA OCUPA UMA POSICAO LIVRE   *
017090*                       OU, COM A TABELA CHEIA, A DO USUARIO QUE *
017100*                       HA MAIS TEMPO NAO USA A CADEIA.          *
017110******************************************************************
017120 3560-ANOTAR-USUARIO.
017130
017140     MOVE ZEROS TO WRK-CDA-ACHADO
017150     PERFORM 3565-PROCURAR-USUARIO THRU 3565-EXIT
017160         VARYING WRK-CDA-IND FROM 1 BY 1
017170         UNTIL WRK-CDA-IND > WRK-CDA-MAX-USUARIOS
017180            OR WRK-CDA-ACHADO > ZEROS
017190     IF WRK-CDA-ACHADO > ZEROS
017200        IF REG-CDA-USU-QTDE-PEDIDOS (WRK-CDA-ACHADO) < 99999
017210           ADD 1 TO REG-CDA-USU-QTDE-PEDIDOS (WRK-CDA-ACHADO)
017220        END-IF
017230        MOVE WRK-DATA-EXECUCAO
017240                      TO REG-CDA-USU-DATA-ULT (WRK-CDA-ACHADO)
017250        GO TO 3560-EXIT
017260     END-IF
017270
017280     MOVE 1 TO WRK-CDA-ACHADO
017290     PERFORM 3570-ESCOLHER-POSICAO THRU 3570-EXIT
017300         VARYING WRK-CDA-IND FROM 2 BY 1
017310         UNTIL WRK-CDA-IND > WRK-CDA-MAX-USUARIOS
017320     MOVE REG-ENT-SOLICITANTE
017330                   TO REG-CDA-USU-SOLICITANTE (WRK-CDA-ACHADO)
017340     MOVE 1        TO REG-CDA-USU-QTDE-PEDIDOS (WRK-CDA-ACHADO)
017350     MOVE WRK-DATA-EXECUCAO
017360                   TO REG-CDA-USU-DATA-ULT (WRK-CDA-ACHADO).
017370 3560-EXIT.
017380     EXIT.
017390
017400******************************************************************
017410* 3565-PROCURAR-USUARIO - CORPO DA VARREDURA DA TABELA DE        *
017420*                         USUARIOS DA CADEIA: GUARDA A POSICAO   *
017430*                         DO SOLICITANTE DO PEDIDO, SE ELE JA    *
017440*                         CONSTA DA TABELA.                      *
017450******************************************************************
017460 3565-PROCURAR-USUARIO.
017470
017480     IF REG-CDA-USU-SOLICITANTE (WRK-CDA-IND)
017490                                  = REG-ENT-SOLICITANTE
017500        MOVE WRK-CDA-IND TO WRK-CDA-ACHADO
017510     END-IF.
017520 3565-EXIT.
017530     EXIT.
017540
017550******************************************************************
017560* 3570-ESCOLHER-POSICAO - FICA COM A PRIMEIRA POSICAO LIVRE DA   *
017570*                         TABELA DE USUARIOS OU, SE NAO HOUVER,  *
017580*                         COM A DE USO MAIS ANTIGO.              *
017590******************************************************************
017600 3570-ESCOLHER-POSICAO.
017610
017620     IF REG-CDA-USU-SOLICITANTE (WRK-CDA-ACHADO) = SPACES
017630        GO TO 3570-EXIT
017640     END-IF
017650     IF REG-CDA-USU-SOLICITANTE (WRK-CDA-IND) = SPACES
017660        OR REG-CDA-USU-DATA-ULT (WRK-CDA-IND)
017670           < REG-CDA-USU-DATA-ULT (WRK-CDA-ACHADO)
017680        MOVE WRK-CDA-IND TO WRK-CDA-ACHADO
017690     END-IF.
017700 3570-EXIT.
017710     EXIT.
017720
017730******************************************************************
017740* 3600-GRAVAR-TOT-PEDIDO - GRAVA NA SAIDA O TOTALIZADOR 'P' DO   *
017750*                          PEDIDO CORRENTE, COM A QUANTIDADE DE  *
017760*                          DETALHES E A SOMA DOS VALORES DO      *
017770*                          PROPRIO PEDIDO (ZEROS EM PEDIDO DE    *
017780*                          LOCALIZACAO, QUE NAO GERA DETALHE).   *
017790******************************************************************
017800 3600-GRAVAR-TOT-PEDIDO.
017810
017820     MOVE SPACES              TO REG-SAIDA
017830     MOVE WRK-RODADA          TO REG-SAI-RODADA
017840     SET REG-SAI-TOT-PEDIDO   TO TRUE
017850     MOVE WRK-SEQ-PEDIDO      TO REG-SAI-PED-SEQ-PEDIDO
017860     MOVE WRK-PED-QTDE-REGS   TO REG-SAI-PED-QTDE-REGS
017870     MOVE WRK-PED-SOMA        TO REG-SAI-PED-SOMA
017880     MOVE REG-ENT-SOLICITANTE TO REG-SAI-PED-SOLICITANTE
017890     MOVE REG-ENT-REFERENCIA  TO REG-SAI-PED-REFERENCIA
017900     WRITE REG-SAIDA.
017910 3600-EXIT.
017920     EXIT.
017930
017940******************************************************************
017950* 3700-GRAVAR-CAPACIDADE - REGISTRA NA SAIDA QUE O PEDIDO PAROU *
017960*                          POR ESTOURO DE CAPACIDADE: O         *
017970*                          REGISTRO 'C' INFORMA O ULTIMO INDICE *
017980*                          GERADO COM VALOR INTEGRO. A RODADA   *
017990*                          SEGUE COM RETURN-CODE 4 (AVISO).     *
018000******************************************************************
018010 3700-GRAVAR-CAPACIDADE.
018020
018030     DISPLAY 'SOLUTION - CAPACIDADE DE 112 DIGITOS ATINGIDA NO '
018040             'PEDIDO ' WRK-SEQ-PEDIDO
018050             ' - GERACAO INTERROMPIDA APOS O TERMO '
018060             WRK-ULT-INDICE-BOM
018070     MOVE SPACES              TO REG-SAIDA
018080     MOVE WRK-RODADA          TO REG-SAI-RODADA
018090     SET REG-SAI-CAPACIDADE   TO TRUE
018100     MOVE WRK-SEQ-PEDIDO      TO REG-SAI-CPC-SEQ-PEDIDO
018110     MOVE WRK-ULT-INDICE-BOM  TO REG-SAI-CPC-ULT-INDICE
018120     MOVE WRK-DATA-EXECUCAO   TO REG-SAI-CPC-DATA-EXEC
018130     WRITE REG-SAIDA
018140     IF WRK-RETORNO < 4
018150        MOVE 4 TO WRK-RETORNO
018160     END-IF.
018170 3700-EXIT.
018180     EXIT.
018190
018200******************************************************************
018210* 3750-GRAVAR-PERIODO - GRAVA NA SAIDA O REGISTRO 'M' DO PEDIDO  *
018220*                       DE RESIDUOS: O MODULO, O PERIODO (QUANTOS*
018230*                       TERMOS ATE O PAR INICIAL SE REPETIR) OU  *
018240*                       A INDICACAO DE QUE NAO HOUVE REPETICAO   *
018250*                       DENTRO DA TRAVA DE SEGURANCA - NESSE     *
018260*                       CASO A RODADA SEGUE COM RETURN-CODE 4.   *
018270******************************************************************
018280 3750-GRAVAR-PERIODO.
018290
018300     MOVE SPACES              TO REG-SAIDA
018310     MOVE WRK-RODADA          TO REG-SAI-RODADA
018320     SET REG-SAI-PERIODO      TO TRUE
018330     MOVE WRK-SEQ-PEDIDO      TO REG-SAI-PER-SEQ-PEDIDO
018340     MOVE WRK-MODULO          TO REG-SAI-PER-MODULO
018350     MOVE WRK-PERIODO         TO REG-SAI-PER-PERIODO
018360     MOVE WRK-QTDE-PEDIDO     TO REG-SAI-PER-QTDE-TERMOS
018370     MOVE REG-ENT-SOLICITANTE TO REG-SAI-PER-SOLICITANTE
018380     MOVE REG-ENT-REFERENCIA  TO REG-SAI-PER-REFERENCIA
018390     IF WRK-PERIODO-ACHADO
018400        SET REG-SAI-PER-ENCONTRADO  TO TRUE
018410        DISPLAY 'SOLUTION - PEDIDO ' WRK-SEQ-PEDIDO
018420                ' - PERIODO MODULO ' WRK-MODULO ': ' WRK-PERIODO
018430     ELSE
018440        SET REG-SAI-PER-NAO-ENCONTR TO TRUE
018450        DISPLAY 'SOLUTION - AVISO - PEDIDO ' WRK-SEQ-PEDIDO
018460                ' SEM PERIODO DENTRO DA TRAVA DE SEGURANCA'
018470        IF WRK-RETORNO < 4
018480           MOVE 4 TO WRK-RETORNO
018490        END-IF
018500     END-IF
018510     WRITE REG-SAIDA.
018520 3750-EXIT.
018530     EXIT.
018540
018550******************************************************************
018560* 4000-GERAR-TERMO - CALCULA UM TERMO DA SEQUENCIA, EXIBE NO     *
018570*                    CONSOLE E GRAVA O DETALHE NO ARQUIVO SAIDA.*
018580******************************************************************
018590 4000-GERAR-TERMO.
018600
018610     PERFORM 4050-CALCULAR-VALOR THRU 4050-EXIT
018620
018630     IF WRK-ESTOURO-CAPAC
018640        GO TO 4000-EXIT
018650     END-IF
018660
018670*    AS SOMAS DE CONTROLE TEM OS MESMOS 112 DIGITOS DO TERMO E
018680*    PODEM ESTOURAR ANTES DELE - O TERMO SO E GRAVADO DEPOIS DE
018690*    CABER NAS DUAS SOMAS, PARA O TRAILER NUNCA SAIR TRUNCADO.
018700     PERFORM 4020-ACUMULAR-SOMAS THRU 4020-EXIT
018710     IF WRK-ESTOURO-CAPAC
018720        GO TO 4000-EXIT
018730     END-IF
018740
018750     MOVE WRK-NUM-SEQ   TO WRK-GRD-A
018760     PERFORM 9300-GRD-EDITAR THRU 9300-EXIT
018770     DISPLAY WRK-NUM-EDITADO
018780
018790     MOVE SPACES             TO REG-SAIDA
018800     MOVE WRK-RODADA          TO REG-SAI-RODADA
018810     SET REG-SAI-DETALHE     TO TRUE
018820     MOVE IND-1              TO REG-SAI-INDICE
018830     MOVE WRK-NUM-SEQ        TO REG-SAI-VALOR
018840     MOVE WRK-DATA-EXECUCAO  TO REG-SAI-DATA-EXEC
018850     WRITE REG-SAIDA
018860
018870     ADD 1          TO WRK-TOT-REGISTROS
018880     ADD 1          TO WRK-QTDE-PEDIDO
018890     ADD 1          TO WRK-PED-QTDE-REGS
018900     MOVE IND-1     TO WRK-ULT-INDICE-BOM
018910
018920     IF REG-ENT-MODO-LIMITE
018930        MOVE WRK-NUM-SEQ      TO WRK-GRD-A
018940        MOVE WRK-VALOR-PROC-N TO WRK-GRD-B
018950        PERFORM 9060-GRD-COMPARAR THRU 9060-EXIT
018960        IF WRK-GRD-COMPARACAO = '>' OR WRK-GRD-COMPARACAO = '='
018970           MOVE 'S' TO WRK-SW-ALVO-ATINGIDO
018980        END-IF
018990     END-IF
019000
019010*    NO MODO 'M' O PERIODO FECHA QUANDO O PAR (T(N-1), T(N))
019020*    VOLTA A SER O PAR INICIAL REDUZIDO (T1, T2).
019030     IF REG-ENT-MODO-MODULO
019040        AND IND-1 > 2
019050        AND WRK-AUX-1 = WRK-MOD-INICIAL-1
019060        AND WRK-AUX-2 = WRK-MOD-INICIAL-2
019070        MOVE 'S' TO WRK-SW-PERIODO-ACHADO
019080        COMPUTE WRK-PERIODO = IND-1 - 2
019090     END-IF
019100
019110     ADD 1 TO WRK-CKPT-CONTADOR
019120     IF WRK-CKPT-CONTADOR >= WRK-CKPT-INTERVALO
019130        PERFORM 7000-GRAVAR-CHECKPOINT THRU 7000-EXIT
019140        MOVE ZEROS TO WRK-CKPT-CONTADOR
019150     END-IF.
019160 4000-EXIT.
019170     EXIT.
019180
019190******************************************************************
019200* 4020-ACUMULAR-SOMAS - ACUMULA O TERMO CORRENTE NA SOMA DA     *
019210*                       RODADA E NA SOMA DO PEDIDO, DETECTANDO  *
019220*                       ESTOURO DE CAPACIDADE EM QUALQUER DAS   *
019230*                       DUAS; EM CASO DE ESTOURO, AS SOMAS      *
019240*                       PERMANECEM NO ULTIMO VALOR INTEGRO.     *
019250******************************************************************
019260 4020-ACUMULAR-SOMAS.
019270
019280     MOVE WRK-TOT-SOMA TO WRK-GRD-A
019290     MOVE WRK-NUM-SEQ  TO WRK-GRD-B
019300     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
019310     IF WRK-GRD-ESTOUROU
019320        MOVE 'S' TO WRK-SW-ESTOURO-CAPAC
019330        GO TO 4020-EXIT
019340     END-IF
019350*    A NOVA SOMA DA RODADA SO E EFETIVADA DEPOIS DE A SOMA DO
019360*    PEDIDO TAMBEM CABER - EM CASO DE ESTOURO, AS DUAS
019370*    PERMANECEM NO ULTIMO VALOR INTEGRO.
019380     MOVE WRK-GRD-R    TO WRK-GRD-T1
019390     MOVE WRK-PED-SOMA TO WRK-GRD-A
019400     MOVE WRK-NUM-SEQ  TO WRK-GRD-B
019410     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
019420     IF WRK-GRD-ESTOUROU
019430        MOVE 'S' TO WRK-SW-ESTOURO-CAPAC
019440        GO TO 4020-EXIT
019450     END-IF
019460     MOVE WRK-GRD-T1   TO WRK-TOT-SOMA
019470     MOVE WRK-GRD-R    TO WRK-PED-SOMA.
019480 4020-EXIT.
019490     EXIT.
019500
019510******************************************************************
019520* 4050-CALCULAR-VALOR - CALCULA O TERMO DE INDICE IND-1 PELA     *
019530*                       RECORRENCIA P*TERMO(N-1) + Q*TERMO(N-2)   *
019540*                       SOBRE OS ACUMULADORES CORRENTES           *
019550*                       (WRK-AUX-2/WRK-AUX-1), NA ARITMETICA   *
019560*                       ESTENDIDA DE 112 DIGITOS. UM ESTOURO     *
019570*                       LIGA WRK-SW-ESTOURO-CAPAC E PRESERVA    *
019580*                       OS ACUMULADORES. COMPARTILHADA          *
019590*                       PELA GERACAO (4000) E PELA LOCALIZACAO    *
019600*                       DE TERMOS (5100).                         *
019610******************************************************************
019620 4050-CALCULAR-VALOR.
019630
019640     EVALUATE IND-1
019650        WHEN 1
019660           MOVE WRK-AUX-1       TO WRK-NUM-SEQ
019670        WHEN 2
019680           MOVE WRK-AUX-2       TO WRK-NUM-SEQ
019690        WHEN OTHER
019700           IF REG-ENT-MODO-MODULO
019710              PERFORM 4070-AVANCAR-MODULO THRU 4070-EXIT
019720           ELSE
019730              PERFORM 4060-AVANCAR-RECORRENCIA THRU 4060-EXIT
019740           END-IF
019750     END-EVALUATE.
019760 4050-EXIT.
019770     EXIT.
019780
019790******************************************************************
019800* 4060-AVANCAR-RECORRENCIA - UM PASSO DA RECORRENCIA NA          *
019810*                           ARITMETICA ESTENDIDA: T1 = P *       *
019820*                           TERMO(N-1), T2 = Q * TERMO(N-2) E    *
019830*                           TERMO(N) = T1 + T2. ESTOURO EM       *
019840*                           QUALQUER ETAPA LIGA O INDICADOR DE   *
019850*                           CAPACIDADE E PRESERVA OS             *
019860*                           ACUMULADORES NO ULTIMO TERMO BOM.    *
019870******************************************************************
019880 4060-AVANCAR-RECORRENCIA.
019890
019900     MOVE WRK-AUX-2  TO WRK-GRD-A
019910     MOVE WRK-COEF-P TO WRK-GRD-COEF
019920     PERFORM 9090-GRD-PREPARAR-FATOR THRU 9090-EXIT
019930     PERFORM 9100-GRD-MULTIPLICAR THRU 9100-EXIT
019940     IF WRK-GRD-ESTOUROU
019950        MOVE 'S' TO WRK-SW-ESTOURO-CAPAC
019960        GO TO 4060-EXIT
019970     END-IF
019980     MOVE WRK-GRD-R  TO WRK-GRD-T1
019990
020000     MOVE WRK-AUX-1  TO WRK-GRD-A
020010     MOVE WRK-COEF-Q TO WRK-GRD-COEF
020020     PERFORM 9090-GRD-PREPARAR-FATOR THRU 9090-EXIT
020030     PERFORM 9100-GRD-MULTIPLICAR THRU 9100-EXIT
020040     IF WRK-GRD-ESTOUROU
020050        MOVE 'S' TO WRK-SW-ESTOURO-CAPAC
020060        GO TO 4060-EXIT
020070     END-IF
020080     MOVE WRK-GRD-R  TO WRK-GRD-T2
020090
020100     MOVE WRK-GRD-T1 TO WRK-GRD-A
020110     MOVE WRK-GRD-T2 TO WRK-GRD-B
020120     PERFORM 9000-GRD-SOMAR THRU 9000-EXIT
020130     IF WRK-GRD-ESTOUROU
020140        MOVE 'S' TO WRK-SW-ESTOURO-CAPAC
020150        GO TO 4060-EXIT
020160     END-IF
020170     MOVE WRK-AUX-2   TO WRK-AUX-1
020180     MOVE WRK-GRD-R   TO WRK-NUM-SEQ
020190     MOVE WRK-NUM-SEQ TO WRK-AUX-2.
020200 4060-EXIT.
020210     EXIT.
020220
020230******************************************************************
020240* 4070-AVANCAR-MODULO - UM PASSO DA RECORRENCIA NO MODO 'M':     *
020250*                       TERMO(N) = (P * TERMO(N-1) + Q *         *
020260*                       TERMO(N-2)) MODULO M. OS ACUMULADORES    *
020270*                       ESTENDIDOS SO CARREGAM RESIDUOS (ATE 13  *
020280*                       DIGITOS, NAS ULTIMAS 18 POSICOES), E O   *
020290*                       CALCULO E FEITO EM S9(18).               *
020300******************************************************************
020310 4070-AVANCAR-MODULO.
020320
020330     MOVE WRK-AX1-DIGITOS (95:18) TO WRK-CONV-ABS
020340     MOVE WRK-CONV-ABS            TO WRK-MOD-TERMO-1
020350     MOVE WRK-AX2-DIGITOS (95:18) TO WRK-CONV-ABS
020360     MOVE WRK-CONV-ABS            TO WRK-MOD-TERMO-2
020370
020380     COMPUTE WRK-MOD-CALCULO = WRK-COEF-P * WRK-MOD-TERMO-2
020390                             + WRK-COEF-Q * WRK-MOD-TERMO-1
020400     PERFORM 4080-REDUZIR-MODULO THRU 4080-EXIT
020410     MOVE WRK-MOD-RESTO TO WRK-CONV-S18
020420     PERFORM 9200-GRD-CONVERTER-S18 THRU 9200-EXIT
020430
020440     MOVE WRK-AUX-2   TO WRK-AUX-1
020450     MOVE WRK-GRD-R   TO WRK-NUM-SEQ
020460     MOVE WRK-NUM-SEQ TO WRK-AUX-2.
020470 4070-EXIT.
020480     EXIT.
020490
020500******************************************************************
020510* 4080-REDUZIR-MODULO - REDUZ WRK-MOD-CALCULO AO MODULO DO       *
020520*                       PEDIDO, DEIXANDO EM WRK-MOD-RESTO O      *
020530*                       RESIDUO NAO NEGATIVO (O RESTO DO DIVIDE  *
020540*                       TEM O SINAL DO DIVIDENDO).               *
020550******************************************************************
020560 4080-REDUZIR-MODULO.
020570
020580     DIVIDE WRK-MOD-CALCULO BY WRK-MODULO
020590         GIVING WRK-MOD-QUOCIENTE REMAINDER WRK-MOD-RESTO
020600     IF WRK-MOD-RESTO < ZEROS
020610        ADD WRK-MODULO TO WRK-MOD-RESTO
020620     END-IF.
020630 4080-EXIT.
020640     EXIT.
020650
020660******************************************************************
020670* 5000-LOCALIZAR-TERMO - LOCALIZA O VALOR PROCURADO NA SEQUENCIA, *
020680*                        CONSULTANDO PRIMEIRO O CADASTRO TERMMST  *
020690*                        (TERMOS JA GERADOS PARA O PAR DE         *
020700*                        SEMENTES); SO RECALCULA, TERMO A TERMO,  *
020710*                        DO PONTO EM QUE O CADASTRO SE ESGOTA.    *
020720*                        GRAVA O RESULTADO (INDICE ENCONTRADO OU  *
020730*                        ZERO) NO ARQUIVO SAIDA. NAO ENTRA NO     *
020740*                        TRAILER DE CONTROLE (8000), QUE SO       *
020750*                        TOTALIZA OS TERMOS EFETIVAMENTE GERADOS. *
020760******************************************************************
020770 5000-LOCALIZAR-TERMO.
020780
020790     MOVE 'N' TO WRK-SW-TERMO-LOCALIZADO
020800     MOVE ZEROS TO WRK-INDICE-LOCALIZADO
020810     MOVE 1 TO WRK-IND-BUSCA
020820
020830     IF WRK-MASTER-DISPONIVEL
020840        PERFORM 5050-BUSCAR-NO-CADASTRO THRU 5050-EXIT
020850     END-IF
020860
020870     IF NOT WRK-TERMO-LOCALIZADO
020880        AND WRK-IND-BUSCA NOT > WRK-ENTRADA-USUARIO
020890        PERFORM 5100-BUSCAR-TERMO THRU 5100-EXIT
020900            VARYING IND-1 FROM WRK-IND-BUSCA BY 1
020910            UNTIL IND-1 > WRK-ENTRADA-USUARIO
020920               OR WRK-TERMO-LOCALIZADO
020930               OR WRK-ESTOURO-CAPAC
020940     END-IF
020950
020960     IF WRK-ESTOURO-CAPAC
020970        DISPLAY 'SOLUTION - BUSCA INTERROMPIDA POR ESTOURO DE '
020980                'CAPACIDADE ANTES DO LIMITE DO PEDIDO'
020990     END-IF
021000
021010     IF WRK-TERMO-LOCALIZADO
021020        DISPLAY 'SOLUTION - VALOR ' REG-ENT-VALOR-PROCURADO
021030                ' ENCONTRADO NO TERMO ' WRK-INDICE-LOCALIZADO
021040        MOVE WRK-INDICE-LOCALIZADO TO WRK-QTDE-PEDIDO
021050     ELSE
021060        DISPLAY 'SOLUTION - VALOR ' REG-ENT-VALOR-PROCURADO
021070                ' NAO LOCALIZADO NOS PRIMEIROS '
021080                WRK-ENTRADA-USUARIO ' TERMOS'
021090        IF WRK-RETORNO < 4
021100           MOVE 4 TO WRK-RETORNO
021110        END-IF
021120     END-IF
021130
021140     MOVE SPACES              TO REG-SAIDA
021150     MOVE WRK-RODADA          TO REG-SAI-RODADA
021160     SET REG-SAI-LOCALIZADO  TO TRUE
021170     MOVE WRK-INDICE-LOCALIZADO TO REG-SAI-INDICE
021180     MOVE WRK-VALOR-PROC-N    TO REG-SAI-VALOR
021190     MOVE WRK-DATA-EXECUCAO   TO REG-SAI-DATA-EXEC
021200     WRITE REG-SAIDA.
021210 5000-EXIT.
021220     EXIT.
021230
021240******************************************************************
021250* 5050-BUSCAR-NO-CADASTRO - PROCURA O VALOR PEDIDO NOS TERMOS JA *
021260*                           CARREGADOS NO TERMMST PARA O PAR DE  *
021270*                           SEMENTES CORRENTE, POR LEITURA       *
021280*                           DIRETA DE CHAVE. AO ESGOTAR O        *
021290*                           CADASTRO, DEIXA EM WRK-IND-BUSCA O   *
021300*                           INDICE DE ONDE O RECALCULO DEVE      *
021310*                           CONTINUAR E, QUANDO POSSIVEL, SEMEIA *
021320*                           OS ACUMULADORES COM OS DOIS ULTIMOS  *
021330*                           TERMOS LIDOS PARA NAO RECOMECAR DO   *
021340*                           INICIO DA SEQUENCIA.                 *
021350******************************************************************
021360 5050-BUSCAR-NO-CADASTRO.
021370
021380     MOVE 'N' TO WRK-SW-MASTER-ESGOTADO
021390     MOVE WRK-GRD-ZERO-NUM TO WRK-MST-ANT-1
021400     MOVE WRK-GRD-ZERO-NUM TO WRK-MST-ANT-2
021410     MOVE WRK-SEMENTE-1 TO REG-TRM-SEMENTE-1
021420     MOVE WRK-SEMENTE-2 TO REG-TRM-SEMENTE-2
021430     MOVE WRK-COEF-P TO REG-TRM-COEF-P
021440     MOVE WRK-COEF-Q TO REG-TRM-COEF-Q
021450
021460     PERFORM 5060-LER-CADASTRO THRU 5060-EXIT
021470         VARYING WRK-IND-MST FROM 1 BY 1
021480         UNTIL WRK-IND-MST > WRK-ENTRADA-USUARIO
021490            OR WRK-TERMO-LOCALIZADO
021500            OR WRK-MASTER-ESGOTADO
021510
021520     EVALUATE TRUE
021530        WHEN WRK-TERMO-LOCALIZADO
021540           DISPLAY 'SOLUTION - LOCALIZACAO RESPONDIDA PELO '
021550                   'CADASTRO TERMMST'
021560        WHEN NOT WRK-MASTER-ESGOTADO
021570*          TODOS OS TERMOS DO PEDIDO ESTAVAM NO CADASTRO E O
021580*          VALOR NAO APARECEU - NADA A RECALCULAR.
021590           COMPUTE WRK-IND-BUSCA = WRK-ENTRADA-USUARIO + 1
021600        WHEN WRK-IND-MST > 3
021610*          O PERFORM VARYING AVANCA O INDICE ANTES DO TESTE
021620*          FINAL: A LEITURA QUE FALHOU FOI EM WRK-IND-MST - 1,
021630*          LOGO O CADASTRO COBRIU OS TERMOS 1 ATE
021640*          WRK-IND-MST - 2 E O RECALCULO CONTINUA EM
021650*          WRK-IND-MST - 1, COM OS ACUMULADORES SEMEADOS NOS
021660*          DOIS ULTIMOS TERMOS LIDOS (POR ISSO A EXIGENCIA DE
021670*          PELO MENOS DOIS TERMOS NO CADASTRO - COM MENOS, O
021680*          CASO SEGUINTE RECALCULA TUDO DESDE O INICIO).
021690           MOVE WRK-MST-ANT-1 TO WRK-AUX-1
021700           MOVE WRK-MST-ANT-2 TO WRK-AUX-2
021710           COMPUTE WRK-IND-BUSCA = WRK-IND-MST - 1
021720        WHEN OTHER
021730           MOVE 1 TO WRK-IND-BUSCA
021740     END-EVALUATE.
021750 5050-EXIT.
021760     EXIT.
021770
021780******************************************************************
021790* 5060-LER-CADASTRO - LE NO TERMMST O TERMO DE INDICE WRK-IND-MST*
021800*                     DO PAR DE SEMENTES CORRENTE E COMPARA COM  *
021810*                     O VALOR PROCURADO, GUARDANDO OS DOIS       *
021820*                     ULTIMOS VALORES LIDOS PARA SEMEAR UM       *
021830*                     EVENTUAL RECALCULO.                        *
021840******************************************************************
021850 5060-LER-CADASTRO.
021860
021870     MOVE WRK-IND-MST TO REG-TRM-INDICE
021880     READ TERMMST
021890         INVALID KEY
021900            MOVE 'S' TO WRK-SW-MASTER-ESGOTADO
021910         NOT INVALID KEY
021920*           QUALQUER STATUS DIFERENTE DE '00' (ERRO DE I-O NO
021930*           CLUSTER) TAMBEM ENCERRA A CONSULTA AO CADASTRO, PARA
021940*           NAO COMPARAR COM UM REGISTRO QUE NAO FOI LIDO.
021950            IF WRK-FS-TERMMST NOT = '00'
021960               MOVE 'S' TO WRK-SW-MASTER-ESGOTADO
021970            ELSE
021980               MOVE REG-TRM-VALOR TO WRK-MST-VALOR
021990               IF WRK-MST-VALOR = WRK-VALOR-PROC-N
022000                  MOVE 'S' TO WRK-SW-TERMO-LOCALIZADO
022010                  MOVE WRK-IND-MST TO WRK-INDICE-LOCALIZADO
022020               ELSE
022030                  MOVE WRK-MST-ANT-2 TO WRK-MST-ANT-1
022040                  MOVE WRK-MST-VALOR TO WRK-MST-ANT-2
022050               END-IF
022060            END-IF
022070     END-READ.
022080 5060-EXIT.
022090     EXIT.
022100
022110******************************************************************
022120* 5100-BUSCAR-TERMO - CALCULA O TERMO DE INDICE IND-1 E COMPARA   *
022130*                     COM O VALOR PROCURADO.                      *
022140******************************************************************
022150 5100-BUSCAR-TERMO.
022160
022170     PERFORM 4050-CALCULAR-VALOR THRU 4050-EXIT
022180
022190     IF WRK-NUM-SEQ = WRK-VALOR-PROC-N
022200        MOVE 'S' TO WRK-SW-TERMO-LOCALIZADO
022210        MOVE IND-1 TO WRK-INDICE-LOCALIZADO
022220     END-IF.
022230 5100-EXIT.
022240     EXIT.
022250
022260******************************************************************
022270* 6000-GRAVAR-AUDITORIA - GRAVA NO LOGAUD UM REGISTRO PARA O     *
022280*                         PEDIDO PROCESSADO (JOB, DATA/HORA,     *
022290*                         USUARIO, ENTRADA E TERMOS GERADOS),    *
022300*                         INCLUSIVE QUANDO O PEDIDO FOI REJEITADO*
022310*                         NA VALIDACAO (COM QUANTIDADE GERADA    *
022320*                         ZERO), PARA QUE TODA RODADA FIQUE      *
022330*                         RASTREADA NO LOGAUD.                   *
022340******************************************************************
022350 6000-GRAVAR-AUDITORIA.
022360
022370     IF WRK-FS-LOGAUD = '00'
022380        MOVE SPACES              TO REG-LOGAUD
022390        MOVE WRK-JOB-NAME        TO REG-LOG-JOB
022400        MOVE WRK-DATA-EXECUCAO   TO REG-LOG-DATA
022410        MOVE WRK-HORA-EXECUCAO   TO REG-LOG-HORA
022420        MOVE WRK-USER-ID         TO REG-LOG-USUARIO
022430        MOVE WRK-ENTRADA-USUARIO TO REG-LOG-ENTRADA
022440        MOVE REG-ENT-SOLICITANTE TO REG-LOG-SOLICITANTE
022450        MOVE REG-ENT-REFERENCIA  TO REG-LOG-REFERENCIA
022460        MOVE WRK-RODADA          TO REG-LOG-RODADA
022470        IF WRK-PEDIDO-ADIADO
022480           MOVE 'S' TO REG-LOG-ADIADO
022490        ELSE
022500           MOVE 'N' TO REG-LOG-ADIADO
022510        END-IF
022520        MOVE WRK-QTDE-PEDIDO     TO REG-LOG-QTDE-GERADA
022530        MOVE WRK-PERIODO         TO REG-LOG-PERIODO
022540        IF REG-ENT-CLASSE-PESADA
022550           MOVE 'P' TO REG-LOG-CLASSE
022560        ELSE
022570           MOVE 'N' TO REG-LOG-CLASSE
022580        END-IF
022590        IF REG-ENT-MODO-LOCALIZAR
022600           MOVE 'L' TO REG-LOG-MODO
022610        ELSE
022620           IF REG-ENT-MODO-GERAR
022630              MOVE 'G' TO REG-LOG-MODO
022640           ELSE
022650              MOVE REG-ENT-MODO TO REG-LOG-MODO
022660           END-IF
022670        END-IF
022680        IF WRK-ESTOURO-CAPAC
022690           MOVE 'S' TO REG-LOG-CAPACIDADE
022700        ELSE
022710           MOVE 'N' TO REG-LOG-CAPACIDADE
022720        END-IF
022730        WRITE REG-LOGAUD
022740     END-IF.
022750 6000-EXIT.
022760     EXIT.
022770
022780******************************************************************
022790* 6500-REGISTRAR-SITUACAO - ANOTA NO CADASTRO PEDREG A SITUACAO  *
022800*                           COM QUE O PEDIDO SAIU DA RODADA:     *
022810*                           R (REJEITADO NA VALIDACAO), F        *
022820*                           (ADIADO PARA O CARRYOVR), C (PAROU   *
022830*                           NA CAPACIDADE) OU G (GERADO).        *
022840*                           PEDIDO SEM REFERENCIA NAO E          *
022850*                           REGISTRADO.                          *
022860******************************************************************
022870 6500-REGISTRAR-SITUACAO.
022880
022890     IF NOT WRK-PEDREG-DISPONIVEL
022900        GO TO 6500-EXIT
022910     END-IF
022920     IF REG-ENT-REFERENCIA = SPACES
022930        GO TO 6500-EXIT
022940     END-IF
022950
022960     MOVE SPACES TO WRK-PRG-COMPL
022970     EVALUATE TRUE
022980        WHEN NOT WRK-PEDIDO-VALIDO
022990           MOVE 'R'        TO WRK-PRG-SITUACAO
023000           MOVE 'VALIDAC.' TO WRK-PRG-COMPL
023010        WHEN WRK-PEDIDO-ADIADO
023020           MOVE 'F'        TO WRK-PRG-SITUACAO
023030           MOVE 'CARRYOVR' TO WRK-PRG-COMPL
023040        WHEN WRK-ESTOURO-CAPAC
023050           MOVE 'C'        TO WRK-PRG-SITUACAO
023060           MOVE 'IND'      TO WRK-PRG-COMPL (1:3)
023070           MOVE WRK-ULT-INDICE-BOM TO WRK-PRG-COMPL (4:5)
023080        WHEN OTHER
023090           MOVE 'G'        TO WRK-PRG-SITUACAO
023100           MOVE 'QTD'      TO WRK-PRG-COMPL (1:3)
023110           MOVE WRK-QTDE-PEDIDO TO WRK-PRG-COMPL (4:5)
023120     END-EVALUATE
023130
023140     MOVE REG-ENT-SOLICITANTE TO WRK-PRG-SOLICITANTE
023150     MOVE REG-ENT-REFERENCIA  TO WRK-PRG-REFERENCIA
023160     MOVE WRK-DATA-EXECUCAO   TO WRK-PRG-DATA
023170     MOVE WRK-HORA-EXECUCAO   TO WRK-PRG-HORA
023180     MOVE WRK-RODADA          TO WRK-PRG-RODADA
023190     MOVE WRK-JOB-NAME        TO WRK-PRG-ORIGEM
023200     PERFORM 6510-ATUALIZAR-PEDREG THRU 6510-EXIT.
023210 6500-EXIT.
023220     EXIT.
023230
023240******************************************************************
023250* 6510-ATUALIZAR-PEDREG - LE O PEDIDO NO CADASTRO (OU O INCLUI), *
023260*                         ATUALIZA SITUACAO, DATA E RODADA E     *
023270*                         ANEXA O EVENTO AO HISTORICO. A SITUACAO*
023280*                         X (RESSUBMISSAO RECUSADA) SO CONTA A   *
023290*                         RECUSA E NAO ALTERA A SITUACAO ATUAL.  *
023300******************************************************************
023310 6510-ATUALIZAR-PEDREG.
023320
023330     MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
023340     MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
023350     READ PEDREG
023360        INVALID KEY
023370           MOVE 'N' TO WRK-SW-PRG-EXISTE
023380        NOT INVALID KEY
023390           MOVE 'S' TO WRK-SW-PRG-EXISTE
023400     END-READ
023410
023420     IF NOT WRK-PRG-EXISTE
023430        MOVE SPACES              TO REG-PEDREG
023440        MOVE WRK-PRG-SOLICITANTE TO REG-PRG-SOLICITANTE
023450        MOVE WRK-PRG-REFERENCIA  TO REG-PRG-REFERENCIA
023460        MOVE WRK-PRG-DATA        TO REG-PRG-DATA-INCLUSAO
023470        MOVE ZEROS               TO REG-PRG-QTDE-EVENTOS
023480        MOVE ZEROS               TO REG-PRG-QTDE-RECUSAS
023490        MOVE ZEROS               TO REG-PRG-RODADA
023500     END-IF
023510
023520     IF WRK-PRG-RECUSA
023530        IF REG-PRG-QTDE-RECUSAS < 999
023540           ADD 1 TO REG-PRG-QTDE-RECUSAS
023550        END-IF
023560     ELSE
023570        MOVE WRK-PRG-SITUACAO TO REG-PRG-SITUACAO
023580        MOVE WRK-PRG-DATA     TO REG-PRG-DATA-SITUACAO
023590        MOVE WRK-PRG-RODADA   TO REG-PRG-RODADA
023600     END-IF
023610     PERFORM 6550-ANEXAR-EVENTO THRU 6550-EXIT
023620
023630     WRITE REG-PEDREG
023640        INVALID KEY
023650           REWRITE REG-PEDREG
023660     END-WRITE
023670     IF WRK-FS-PEDREG NOT = '00'
023680        DISPLAY 'SOLUTION - AVISO - PEDREG NAO ATUALIZADO - '
023690                WRK-PRG-SOLICITANTE ' ' WRK-PRG-REFERENCIA
023700                ' FS=' WRK-FS-PEDREG
023710     END-IF.
023720 6510-EXIT.
023730     EXIT.
023740
023750******************************************************************
023760* 6550-ANEXAR-EVENTO - ACRESCENTA O EVENTO AO HISTORICO DO       *
023770*                      PEDIDO; COM O HISTORICO CHEIO, DESCARTA   *
023780*                      O EVENTO MAIS ANTIGO.                     *
023790******************************************************************
023800 6550-ANEXAR-EVENTO.
023810
023820     IF REG-PRG-QTDE-EVENTOS < WRK-PRG-MAX-EVENTOS
023830        COMPUTE WRK-PRG-POS = REG-PRG-QTDE-EVENTOS + 1
023840     ELSE
023850        PERFORM 6560-DESLOCAR-EVENTO THRU 6560-EXIT
023860           VARYING WRK-PRG-IND FROM 1 BY 1
023870           UNTIL WRK-PRG-IND >= WRK-PRG-MAX-EVENTOS
023880        MOVE WRK-PRG-MAX-EVENTOS TO WRK-PRG-POS
023890     END-IF
023900
023910     MOVE WRK-PRG-SITUACAO TO REG-PRG-EVT-SITUACAO (WRK-PRG-POS)
023920     MOVE WRK-PRG-DATA TO REG-PRG-EVT-DATA (WRK-PRG-POS)
023930     MOVE WRK-PRG-HORA TO REG-PRG-EVT-HORA (WRK-PRG-POS)
023940     MOVE WRK-PRG-RODADA TO REG-PRG-EVT-RODADA (WRK-PRG-POS)
023950     MOVE WRK-PRG-ORIGEM TO REG-PRG-EVT-ORIGEM (WRK-PRG-POS)
023960     MOVE WRK-PRG-COMPL TO REG-PRG-EVT-COMPL (WRK-PRG-POS)
023970     IF REG-PRG-QTDE-EVENTOS < 999
023980        ADD 1 TO REG-PRG-QTDE-EVENTOS
023990     END-IF.
024000 6550-EXIT.
024010     EXIT.
024020
024030******************************************************************
024040* 6560-DESLOCAR-EVENTO - ANDA UMA POSICAO COM O HISTORICO.       *
024050******************************************************************
024060 6560-DESLOCAR-EVENTO.
024070
024080     MOVE REG-PRG-EVENTO (WRK-PRG-IND + 1)
024090       TO REG-PRG-EVENTO (WRK-PRG-IND).
024100 6560-EXIT.
024110     EXIT.
024120
024130******************************************************************
024140* 7000-GRAVAR-CHECKPOINT - GRAVA O PROGRESSO CORRENTE DO PEDIDO   *
024150*                          EM ANDAMENTO NO ARQUIVO CHECKPT, PARA  *
024160*                          PERMITIR A RETOMADA CASO O JOB CAIA;   *
024170*                          A ABERTURA E VALIDADA COMO NOS DEMAIS  *
024180*                          ARQUIVOS DO PROGRAMA.                  *
024190******************************************************************
024200 7000-GRAVAR-CHECKPOINT.
024210
024220     OPEN OUTPUT CHECKPT
024230     IF WRK-FS-CHECKPT NOT = '00'
024240        DISPLAY 'SOLUTION - ERRO AO ABRIR CHECKPT - FS='
024250                WRK-FS-CHECKPT
024260        MOVE 16 TO WRK-RETORNO
024270     ELSE
024280        MOVE SPACES              TO REG-CHECKPT
024290        MOVE WRK-SEQ-PEDIDO      TO REG-CKP-SEQ-PEDIDO
024300        MOVE IND-1               TO REG-CKP-INDICE
024310        MOVE WRK-NUM-SEQ         TO REG-CKP-NUM-SEQ
024320        MOVE WRK-AUX-1           TO REG-CKP-AUX-1
024330        MOVE WRK-AUX-2           TO REG-CKP-AUX-2
024340        MOVE WRK-TOT-REGISTROS   TO REG-CKP-QTDE-REGS
024350        MOVE WRK-TOT-SOMA        TO REG-CKP-SOMA-TOTAL
024360        MOVE WRK-PED-SOMA        TO REG-CKP-SOMA-PEDIDO
024370        SET REG-CKP-EM-ANDAMENTO TO TRUE
024380        MOVE WRK-RODADA          TO REG-CKP-RODADA
024390        WRITE REG-CHECKPT
024400        CLOSE CHECKPT
024410     END-IF.
024420 7000-EXIT.
024430     EXIT.
024440
024450******************************************************************
024460* 7100-MARCAR-PEDIDO-CONCLUIDO - GRAVA EM CHECKPT UM MARCADOR      *
024470*                                DURAVEL DE QUE ESTE PEDIDO (E     *
024480*                                TODOS OS ANTERIORES) FORAM        *
024490*                                CONCLUIDOS NESTA RODADA. E O QUE  *
024500*                                PERMITE A 3000-PROCESSAR-PEDIDO   *
024510*                                RECONHECER, APOS UM REINICIO, UM  *
024520*                                PEDIDO JA TERMINADO MESMO QUANDO  *
024530*                                ELE NUNCA CHEGOU A GRAVAR UM       *
024540*                                CHECKPOINT PARCIAL (PEDIDO CURTO,  *
024550*                                DE LOCALIZACAO, OU REJEITADO NA   *
024560*                                VALIDACAO). O ARQUIVO SO E ZERADO *
024570*                                DE FATO EM 7200-ENCERRAR-CHECKPOINT*
024580*                                AO FINAL DE TODA A RODADA.         *
024590******************************************************************
024600 7100-MARCAR-PEDIDO-CONCLUIDO.
024610
024620     OPEN OUTPUT CHECKPT
024630     IF WRK-FS-CHECKPT NOT = '00'
024640        DISPLAY 'SOLUTION - ERRO AO ABRIR CHECKPT - FS='
024650                WRK-FS-CHECKPT
024660        MOVE 16 TO WRK-RETORNO
024670     ELSE
024680        MOVE SPACES            TO REG-CHECKPT
024690        MOVE WRK-SEQ-PEDIDO    TO REG-CKP-SEQ-PEDIDO
024700        SET REG-CKP-CONCLUIDO  TO TRUE
024710        MOVE WRK-RODADA        TO REG-CKP-RODADA
024720        WRITE REG-CHECKPT
024730        CLOSE CHECKPT
024740        MOVE ZEROS TO WRK-CKPT-CONTADOR
024750     END-IF.
024760 7100-EXIT.
024770     EXIT.
024780
024790******************************************************************
024800* 7200-ENCERRAR-CHECKPOINT - ZERA O ARQUIVO CHECKPT AO TERMINO    *
024810*                            NORMAL DE TODA A RODADA (ENTRADA     *
024820*                            ESGOTADA), POIS NAO HA MAIS NENHUM   *
024830*                            PEDIDO A RETOMAR.                    *
024840******************************************************************
024850 7200-ENCERRAR-CHECKPOINT.
024860
024870     OPEN OUTPUT CHECKPT
024880     IF WRK-FS-CHECKPT NOT = '00'
024890        DISPLAY 'SOLUTION - ERRO AO ABRIR CHECKPT - FS='
024900                WRK-FS-CHECKPT
024910        MOVE 16 TO WRK-RETORNO
024920     ELSE
024930        CLOSE CHECKPT
024940     END-IF.
024950 7200-EXIT.
024960     EXIT.
024970
024980******************************************************************
024990* 8000-GRAVAR-TRAILER - GRAVA O REGISTRO TRAILER DE CONTROLE COM *
025000*                       A QUANTIDADE DE TERMOS PROCESSADOS E A   *
025010*                       SOMA DOS VALORES GERADOS NA RODADA.      *
025020******************************************************************
025030 8000-GRAVAR-TRAILER.
025040
025050     IF WRK-FS-SAIDA = '00'
025060        MOVE SPACES              TO REG-SAIDA
025070        MOVE WRK-RODADA          TO REG-SAI-RODADA
025080        SET REG-SAI-TRAILER      TO TRUE
025090        MOVE WRK-TOT-REGISTROS   TO REG-SAI-QTDE-REGS
025100        MOVE WRK-TOT-SOMA        TO REG-SAI-SOMA-TOTAL
025110        WRITE REG-SAIDA
025120     END-IF.
025130 8000-EXIT.
025140     EXIT.
025150
025160******************************************************************
025170* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
025180*                            RODADAS (RUNCTL) O REGISTRO 'R' DA  *
025190*                            EXECUCAO: NUMERO, DATA, HORA DE     *
025200*                            INICIO E FIM, RETURN-CODE E AS      *
025210*                            QUANTIDADES DE PEDIDOS, TERMOS,     *
025220*                            ADIADOS E RETOMADOS POR CHECKPOINT. *
025230*                            GRAVADO EM TODO ENCERRAMENTO -      *
025240*                            INCLUSIVE NA RECUSA PELA TRAVA      *
025250*                            (RETURN-CODE 20), PARA A OPERACAO   *
025260*                            ENXERGAR A TENTATIVA. UMA FALHA DE  *
025270*                            GRAVACAO AQUI SO GERA AVISO, SEM    *
025280*                            ALTERAR O RETURN-CODE DA RODADA.    *
025290******************************************************************
025300 8500-GRAVAR-RUN-CONTROLE.
025310
025320     ACCEPT WRK-HORA-FIM FROM TIME
025330     OPEN EXTEND RUNCTL
025340     IF WRK-FS-RUNCTL = '35'
025350        OPEN OUTPUT RUNCTL
025360     END-IF
025370     IF WRK-FS-RUNCTL NOT = '00'
025380        DISPLAY 'SOLUTION - AVISO - RUNCTL INDISPONIVEL - FS='
025390                WRK-FS-RUNCTL
025400        GO TO 8500-EXIT
025410     END-IF
025420
025430     MOVE SPACES            TO REG-RUNCTL
025440     SET REG-RUN-REG-RODADA TO TRUE
025450     MOVE WRK-RODADA        TO REG-RUN-RODADA
025460     MOVE WRK-DATA-EXECUCAO TO REG-RUN-DATA
025470     MOVE WRK-HORA-EXECUCAO TO REG-RUN-HORA-INI
025480     MOVE WRK-HORA-FIM      TO REG-RUN-HORA-FIM
025490     MOVE WRK-RETORNO       TO REG-RUN-RETORNO
025500     MOVE WRK-SEQ-PEDIDO    TO REG-RUN-QTDE-PEDIDOS
025510     MOVE WRK-TOT-REGISTROS TO REG-RUN-QTDE-TERMOS
025520     MOVE WRK-QTDE-ADIADOS  TO REG-RUN-QTDE-ADIADOS
025530     MOVE WRK-QTDE-RETOMADOS TO REG-RUN-QTDE-RETOM
025540     WRITE REG-RUNCTL
025550     CLOSE RUNCTL.
025560 8500-EXIT.
025570     EXIT.
025580
025590******************************************************************
025600* 9000-GRD-SOMAR - SOMA ESTENDIDA COM SINAL: R = A + B. SINAIS   *
025610*                  IGUAIS SOMAM AS MAGNITUDES (ESTOURO POSSIVEL);*
025620*                  SINAIS OPOSTOS SUBTRAEM A MENOR MAGNITUDE DA  *
025630*                  MAIOR, QUE DITA O SINAL. OS OPERANDOS A E B   *
025640*                  NAO SAO PRESERVADOS; ZERO E NORMALIZADO COM   *
025650*                  SINAL '+'.                                    *
025660******************************************************************
025670 9000-GRD-SOMAR.
025680
025690     MOVE 'N' TO WRK-GRD-ESTOURO
025700     IF WRK-GRD-A-SINAL = WRK-GRD-B-SINAL
025710        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
025720        PERFORM 9010-GRD-SOMAR-MAG THRU 9010-EXIT
025730     ELSE
025740*       AS MAGNITUDES TEM LARGURA FIXA COM ZEROS A ESQUERDA, DE
025750*       MODO QUE A COMPARACAO ALFANUMERICA EQUIVALE A NUMERICA.
025760        IF WRK-GRD-A-DIGITOS < WRK-GRD-B-DIGITOS
025770           MOVE WRK-GRD-A     TO WRK-GRD-TROCA
025780           MOVE WRK-GRD-B     TO WRK-GRD-A
025790           MOVE WRK-GRD-TROCA TO WRK-GRD-B
025800        END-IF
025810        MOVE WRK-GRD-A-SINAL TO WRK-GRD-R-SINAL
025820        PERFORM 9020-GRD-SUBTRAIR-MAG THRU 9020-EXIT
025830     END-IF
025840
025850     IF WRK-GRD-R-DIGITOS = WRK-GRD-ZEROS
025860        MOVE '+' TO WRK-GRD-R-SINAL
025870     END-IF.
025880 9000-EXIT.
025890     EXIT.
025900
025910******************************************************************
025920* 9010-GRD-SOMAR-MAG - SOMA DAS MAGNITUDES DIGITO A DIGITO, DA   *
025930*                      DIREITA PARA A ESQUERDA; VAI-UM FINAL     *
025940*                      SINALIZA ESTOURO DOS 112 DIGITOS.          *
025950******************************************************************
025960 9010-GRD-SOMAR-MAG.
025970
025980     MOVE ZEROS TO WRK-GRD-CARRY
025990     PERFORM 9015-GRD-SOMAR-DIGITO THRU 9015-EXIT
026000         VARYING WRK-GRD-IND FROM 112 BY -1
026010         UNTIL WRK-GRD-IND < 1
026020     IF WRK-GRD-CARRY > ZEROS
026030        MOVE 'S' TO WRK-GRD-ESTOURO
026040     END-IF.
026050 9010-EXIT.
026060     EXIT.
026070
026080 9015-GRD-SOMAR-DIGITO.
026090
026100     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
026110                              + WRK-GRD-B-DIG (WRK-GRD-IND)
026120                              + WRK-GRD-CARRY
026130     IF WRK-GRD-TRABALHO > 9
026140        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO - 10
026150        MOVE 1 TO WRK-GRD-CARRY
026160     ELSE
026170        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
026180        MOVE ZEROS TO WRK-GRD-CARRY
026190     END-IF.
026200 9015-EXIT.
026210     EXIT.
026220
026230******************************************************************
026240* 9020-GRD-SUBTRAIR-MAG - SUBTRACAO DAS MAGNITUDES (A - B),      *
026250*                         EXIGINDO A >= B - GARANTIDO PELO       *
026260*                         CHAMADOR (9000), QUE TROCA OS          *
026270*                         OPERANDOS QUANDO PRECISO.              *
026280******************************************************************
026290 9020-GRD-SUBTRAIR-MAG.
026300
026310     MOVE ZEROS TO WRK-GRD-CARRY
026320     PERFORM 9025-GRD-SUBTRAIR-DIGITO THRU 9025-EXIT
026330         VARYING WRK-GRD-IND FROM 112 BY -1
026340         UNTIL WRK-GRD-IND < 1.
026350 9020-EXIT.
026360     EXIT.
026370
026380 9025-GRD-SUBTRAIR-DIGITO.
026390
026400     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
026410                              - WRK-GRD-B-DIG (WRK-GRD-IND)
026420                              - WRK-GRD-CARRY
026430     IF WRK-GRD-TRABALHO < ZEROS
026440        COMPUTE WRK-GRD-R-DIG (WRK-GRD-IND) = WRK-GRD-TRABALHO + 10
026450        MOVE 1 TO WRK-GRD-CARRY
026460     ELSE
026470        MOVE WRK-GRD-TRABALHO TO WRK-GRD-R-DIG (WRK-GRD-IND)
026480        MOVE ZEROS TO WRK-GRD-CARRY
026490     END-IF.
026500 9025-EXIT.
026510     EXIT.
026520
026530******************************************************************
026540* 9060-GRD-COMPARAR - COMPARACAO COM SINAL DE A CONTRA B, DEIXA  *
026550*                     '<', '=' OU '>' EM WRK-GRD-COMPARACAO. O   *
026560*                     ZERO E SEMPRE ARMAZENADO COM SINAL '+',    *
026570*                     ENTAO +0/-0 NAO OCORRE.                    *
026580******************************************************************
026590 9060-GRD-COMPARAR.
026600
026610     IF WRK-GRD-A-SINAL = WRK-GRD-B-SINAL
026620        EVALUATE TRUE
026630           WHEN WRK-GRD-A-DIGITOS = WRK-GRD-B-DIGITOS
026640              MOVE '=' TO WRK-GRD-COMPARACAO
026650           WHEN WRK-GRD-A-DIGITOS > WRK-GRD-B-DIGITOS
026660              IF WRK-GRD-A-SINAL = '-'
026670                 MOVE '<' TO WRK-GRD-COMPARACAO
026680              ELSE
026690                 MOVE '>' TO WRK-GRD-COMPARACAO
026700              END-IF
026710           WHEN OTHER
026720              IF WRK-GRD-A-SINAL = '-'
026730                 MOVE '>' TO WRK-GRD-COMPARACAO
026740              ELSE
026750                 MOVE '<' TO WRK-GRD-COMPARACAO
026760              END-IF
026770        END-EVALUATE
026780     ELSE
026790        IF WRK-GRD-A-SINAL = '-'
026800           MOVE '<' TO WRK-GRD-COMPARACAO
026810        ELSE
026820           MOVE '>' TO WRK-GRD-COMPARACAO
026830        END-IF
026840     END-IF.
026850 9060-EXIT.
026860     EXIT.
026870
026880******************************************************************
026890* 9090-GRD-PREPARAR-FATOR - PREPARA A MULTIPLICACAO DE WRK-GRD-A *
026900*                           PELO COEFICIENTE WRK-GRD-COEF: DEIXA *
026910*                           O MODULO EM WRK-GRD-FATOR E O SINAL  *
026920*                           DO PRODUTO EM WRK-GRD-SINAL-FATOR.   *
026930******************************************************************
026940 9090-GRD-PREPARAR-FATOR.
026950
026960     IF WRK-GRD-COEF < ZEROS
026970        COMPUTE WRK-GRD-FATOR = ZEROS - WRK-GRD-COEF
026980        IF WRK-GRD-A-SINAL = '-'
026990           MOVE '+' TO WRK-GRD-SINAL-FATOR
027000        ELSE
027010           MOVE '-' TO WRK-GRD-SINAL-FATOR
027020        END-IF
027030     ELSE
027040        MOVE WRK-GRD-COEF    TO WRK-GRD-FATOR
027050        MOVE WRK-GRD-A-SINAL TO WRK-GRD-SINAL-FATOR
027060     END-IF.
027070 9090-EXIT.
027080     EXIT.
027090
027100******************************************************************
027110* 9100-GRD-MULTIPLICAR - R = A * WRK-GRD-FATOR (MAGNITUDES), COM *
027120*                        O SINAL DO PRODUTO VINDO DE             *
027130*                        WRK-GRD-SINAL-FATOR (9090). VAI-UM      *
027140*                        FINAL SINALIZA ESTOURO.                 *
027150******************************************************************
027160 9100-GRD-MULTIPLICAR.
027170
027180     MOVE 'N' TO WRK-GRD-ESTOURO
027190     MOVE ZEROS TO WRK-GRD-CARRY
027200     PERFORM 9110-GRD-MULT-DIGITO THRU 9110-EXIT
027210         VARYING WRK-GRD-IND FROM 112 BY -1
027220         UNTIL WRK-GRD-IND < 1
027230     IF WRK-GRD-CARRY > ZEROS
027240        MOVE 'S' TO WRK-GRD-ESTOURO
027250     END-IF
027260     MOVE WRK-GRD-SINAL-FATOR TO WRK-GRD-R-SINAL
027270     IF WRK-GRD-R-DIGITOS = WRK-GRD-ZEROS
027280        MOVE '+' TO WRK-GRD-R-SINAL
027290     END-IF.
027300 9100-EXIT.
027310     EXIT.
027320
027330 9110-GRD-MULT-DIGITO.
027340
027350     COMPUTE WRK-GRD-TRABALHO = WRK-GRD-A-DIG (WRK-GRD-IND)
027360                              * WRK-GRD-FATOR
027370                              + WRK-GRD-CARRY
027380     DIVIDE WRK-GRD-TRABALHO BY 10
027390         GIVING WRK-GRD-CARRY REMAINDER WRK-GRD-RESTO
027400     MOVE WRK-GRD-RESTO TO WRK-GRD-R-DIG (WRK-GRD-IND).
027410 9110-EXIT.
027420     EXIT.
027430
027440******************************************************************
027450* 9200-GRD-CONVERTER-S18 - CONVERTE WRK-CONV-S18 (ATE 18         *
027460*                          DIGITOS COM SINAL) PARA A FORMA       *
027470*                          ESTENDIDA EM WRK-GRD-R.               *
027480******************************************************************
027490 9200-GRD-CONVERTER-S18.
027500
027510     MOVE ALL '0' TO WRK-GRD-R-DIGITOS
027520     IF WRK-CONV-S18 < ZEROS
027530        MOVE '-' TO WRK-GRD-R-SINAL
027540        COMPUTE WRK-CONV-ABS = ZEROS - WRK-CONV-S18
027550     ELSE
027560        MOVE '+' TO WRK-GRD-R-SINAL
027570        MOVE WRK-CONV-S18 TO WRK-CONV-ABS
027580     END-IF
027590     MOVE WRK-CONV-ABS TO WRK-GRD-R-DIGITOS (95:18).
027600 9200-EXIT.
027610     EXIT.
027620
027630******************************************************************
027640* 9300-GRD-EDITAR - EDITA O NUMERO ESTENDIDO EM WRK-GRD-A PARA   *
027650*                   EXIBICAO (WRK-NUM-EDITADO): SUPRIME OS ZEROS *
027660*                   A ESQUERDA E ANTEPOE O SINAL '-' QUANDO      *
027670*                   NEGATIVO.                                    *
027680******************************************************************
027690 9300-GRD-EDITAR.
027700
027710     MOVE SPACES TO WRK-NUM-EDITADO
027720     MOVE ZEROS  TO WRK-GRD-IND-EDIT
027730     PERFORM 9310-GRD-PROCURAR-DIGITO THRU 9310-EXIT
027740         VARYING WRK-GRD-IND FROM 1 BY 1
027750         UNTIL WRK-GRD-IND > 112
027760            OR WRK-GRD-IND-EDIT > ZEROS
027770     IF WRK-GRD-IND-EDIT = ZEROS
027780        MOVE '0' TO WRK-NUM-EDITADO (1:1)
027790     ELSE
027800        COMPUTE WRK-GRD-TAM = 113 - WRK-GRD-IND-EDIT
027810        IF WRK-GRD-A-SINAL = '-'
027820           MOVE '-' TO WRK-NUM-EDITADO (1:1)
027830           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
027840                TO WRK-NUM-EDITADO (2:WRK-GRD-TAM)
027850        ELSE
027860           MOVE WRK-GRD-A-DIGITOS (WRK-GRD-IND-EDIT:WRK-GRD-TAM)
027870                TO WRK-NUM-EDITADO (1:WRK-GRD-TAM)
027880        END-IF
027890     END-IF.
027900 9300-EXIT.
027910     EXIT.
027920
027930 9310-GRD-PROCURAR-DIGITO.
027940
027950     IF WRK-GRD-A-DIG (WRK-GRD-IND) > ZEROS
027960        MOVE WRK-GRD-IND TO WRK-GRD-IND-EDIT
027970     END-IF.
027980 9310-EXIT.
027990     EXIT.
028000
028010******************************************************************
028020* 9900-LIBERAR-TRAVA - REGRAVA O REGISTRO DE TRAVA COMO LIVRE   *
028030*                      NO ENCERRAMENTO NORMAL DA RODADA (MESMO  *
028040*                      COM RETURN-CODE DE ERRO, POIS A RODADA   *
028050*                      TERMINOU). UM ABEND NAO PASSA POR AQUI - *
028060*                      A TRAVA FICA ATIVA E O OPERADOR A LIMPA  *
028070*                      COM O SOLLOCK.                           *
028080******************************************************************
028090 9900-LIBERAR-TRAVA.
028100
028110     OPEN OUTPUT RUNLOCK
028120     IF WRK-FS-RUNLOCK NOT = '00'
028130        DISPLAY 'SOLUTION - ERRO AO LIBERAR TRAVA - FS='
028140                WRK-FS-RUNLOCK
028150        MOVE 16 TO WRK-RETORNO
028160     ELSE
028170        MOVE SPACES            TO REG-RUNLOCK
028180        MOVE WRK-JOB-NAME      TO REG-LCK-JOB
028190        MOVE WRK-DATA-EXECUCAO TO REG-LCK-DATA
028200        MOVE WRK-HORA-EXECUCAO TO REG-LCK-HORA
028210        SET REG-LCK-LIVRE      TO TRUE
028220        WRITE REG-RUNLOCK
028230        CLOSE RUNLOCK
028240     END-IF.
028250 9900-EXIT.
028260     EXIT.
028270
028280******************************************************************
028290* 9999-ENCERRAR - FECHA ARQUIVOS, DEVOLVE O RETURN-CODE E        *
028300*                 ENCERRA O PROGRAMA.                           *
028310******************************************************************
028320 9999-ENCERRAR.
028330
028340     IF WRK-TRAVA-OBTIDA
028350        IF WRK-ABERTURA-FEITA
028360           CLOSE ENTRADA
028370           CLOSE SAIDA
028380           CLOSE LOGAUD
028390           CLOSE CARRYOVR
028400           IF WRK-MASTER-DISPONIVEL
028410              CLOSE TERMMST
028420           END-IF
028430           IF WRK-PEDREG-DISPONIVEL
028440              CLOSE PEDREG
028450           END-IF
028460           IF WRK-CADEIA-DISPONIVEL
028470              CLOSE CADEIA
028480              DISPLAY 'SOLUTION - CADEIAS NOVAS CATALOGADAS: '
028490                      WRK-QTDE-CADEIAS-NOVAS
028500           END-IF
028510        END-IF
028520        PERFORM 9900-LIBERAR-TRAVA THRU 9900-EXIT
028530     END-IF
028540     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
028550     MOVE WRK-RETORNO TO RETURN-CODE
028560     STOP RUN.
028570 9999-EXIT.
028580     EXIT.
028590
028600 END PROGRAM SOLUTION.
