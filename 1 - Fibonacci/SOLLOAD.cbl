000120*            PEDIDOS DE LOCALIZACAO SOBRE PARES DE SEMENTES JA   *
000130*            GERADOS PASSAM A SER RESPONDIDOS POR LEITURA        *
000140*            DIRETA NO SOLUTION, SEM RECALCULAR A SEQUENCIA.     *
000150*            A CARGA PODE SER REPETIDA PARA A MESMA RODADA       *
000160*            (REINICIO DO SOLJOB APOS FALHA NO MEIO DA CARGA):   *
000170*            TERMO JA GRAVADO COM A MESMA IMAGEM E SALTADO, SEM  *
000180*            NOVA GRAVACAO NO CADASTRO NEM NO JORNAL. O JORNAL E *
000190*            GRAVADO ANTES DO CADASTRO, PARA QUE NENHUM TERMO DO *
000200*            CADASTRO FIQUE FORA DO JORNAL.                      *
000210******************************************************************
000220* MODIFICATION HISTORY                                           *
000230*  DATE       INIC  DESCRICAO                                    *
000240*  22/08/2026 RL    VERSAO INICIAL - CARGA DO TERMMST CASANDO    *
000250*                   ENTRADA X SAIDA PEDIDO A PEDIDO.             *
000260*  22/08/2026 RL    A CARGA PASSA A LER O PAR DE SEMENTES DOS    *
000270*                   CABECALHOS 'H' DA PROPRIA SAIDA, DISPENSANDO *
000280*                   A LEITURA DA ENTRADA E A REPLICA DA CRITICA  *
000290*                   DE PEDIDOS DO SOLUTION.                      *
000300*  02/09/2026 RL    LAYOUT DA SAIDA ATUALIZADO: OS REGISTROS 'H' *
000310*                   E 'P' GANHARAM O SOLICITANTE E A REFERENCIA  *
000320*                   DO PEDIDO (SEM EFEITO NA CARGA DO TERMMST).  *
000330*  02/09/2026 RL    A CHAVE DO TERMMST GANHOU OS COEFICIENTES P  *
000340*                   E Q, LIDOS DO CABECALHO 'H': TERMOS DE       *
000350*                   CONJUNTOS DE COEFICIENTES DIFERENTES NAO     *
000360*                   COLIDEM MAIS SOB O MESMO PAR DE SEMENTES.    *
000370*  02/09/2026 RL    ARITMETICA ESTENDIDA DE 112 DIGITOS: O VALOR  *
000380*                   DO TERMO NA SAIDA E NO TERMMST PASSOU A      *
000390*                   SINAL + 112 DIGITOS (SAIDA LRECL 157,         *
000400*                   TERMMST RECORDSIZE 176).                     *
000410*  02/09/2026 RL    CARGA POR RODADA: A SAIDA CARREGA O NUMERO   *
000420*                   DA RODADA E A CARGA PASSA A COBRIR APENAS    *
000430*                   UMA - A DO PARM OU, SEM PARM, A MAIS         *
000440*                   RECENTE DO ARQUIVO ACUMULADO.                *
000450*  02/09/2026 RL    JORNAL DE CARGA (TRMJRN, LRECL 196): CADA    *
000460*                   INCLUSAO/ATUALIZACAO NO TERMMST GRAVA A      *
000470*                   IMAGEM COMPLETA DO REGISTRO NO JORNAL, QUE   *
000480*                   COM A COPIA-IMAGEM PERIODICA PERMITE A       *
000490*                   RECONSTRUCAO DO CADASTRO PELO SOLRCV.        *
000500*  15/10/2026 RL    PEDIDOS DE RESIDUOS (MODO 'M', INFORMADO NO  *
000510*                   CABECALHO 'H') NAO SAO CARREGADOS NO TERMMST *
000520*                   - OS SEUS DETALHES SAO RESIDUOS MODULO M,    *
000530*                   NAO TERMOS; SO SAO CONTADOS.                 *
000540*  15/10/2026 RL    CARGA REPETIVEL NA MESMA RODADA: O TERMO E   *
000550*                   LIDO ANTES DE GRAVADO E O JA CARREGADO COM A *
000560*                   MESMA IMAGEM E SALTADO; O JORNAL PASSA A SER *
000570*                   GRAVADO ANTES DO CADASTRO; REGISTRO 'S' DO   *
000580*                   PASSO NO RUNCTL, PARA O REINICIO DO SOLJOB   *
000590*                   PELO SOLRST.                                 *
000600*  15/10/2026 RL    O MAIOR INDICE CARREGADO DE CADA CADEIA      *
000610*                   (SEMENTES E COEFICIENTES DO 'H') E LEVADO AO *
000620*                   CATALOGO DE CADEIAS (CADEIA), OPCIONAL. O    *
000630*                   CABECALHO 'H' GANHOU O NUMERO DA CADEIA.     *
000640*  15/10/2026 RL    FALHA NA INCLUSAO OU REGRAVACAO DO TERMMST   *
000650*                   ENCERRA A CARGA COM RC 16 (CHAVE E FS NO     *
000660*                   SYSOUT); SO O TERMO GRAVADO E CONTADO.       *
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID.     SOLLOAD.
000700 AUTHOR.         ROBSON LIMA.
000710 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000720 DATE-WRITTEN.   22/08/2026.
000730 DATE-COMPILED.
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT SAIDA ASSIGN TO SAIDA
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-FS-SAIDA.
000800     SELECT TRMJRN ASSIGN TO TRMJRN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-FS-TRMJRN.
000830     SELECT TERMMST ASSIGN TO TERMMST
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS REG-TRM-CHAVE
000870         FILE STATUS IS WRK-FS-TERMMST.
000880     SELECT CADEIA ASSIGN TO CADEIA
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS REG-CDA-CHAVE
000920         FILE STATUS IS WRK-FS-CADEIA.
000930     SELECT RUNCTL ASSIGN TO RUNCTL
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WRK-FS-RUNCTL.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  SAIDA
000990     RECORDING MODE IS F.
001000 01  REG-SAIDA.
001010     05 REG-SAI-TIPO             PIC X(01).
001020        88 REG-SAI-DETALHE           VALUE 'D'.
001030        88 REG-SAI-TRAILER           VALUE 'T'.
001040        88 REG-SAI-LOCALIZADO        VALUE 'L'.
001050        88 REG-SAI-CAB-PEDIDO        VALUE 'H'.
001060        88 REG-SAI-TOT-PEDIDO        VALUE 'P'.
001070        88 REG-SAI-CAPACIDADE        VALUE 'C'.
001080        88 REG-SAI-CAB-RODADA        VALUE 'R'.
001090        88 REG-SAI-ADIADO            VALUE 'F'.
001100        88 REG-SAI-PERIODO           VALUE 'M'.
001110     05 FILLER                   PIC X(01).
001120     05 REG-SAI-RODADA           PIC 9(05).
001130     05 FILLER                   PIC X(01).
001140     05 REG-SAI-CORPO.
001150        10 REG-SAI-INDICE           PIC 9(05).
001160        10 FILLER                   PIC X(01).
001170        10 REG-SAI-VALOR.
001180           15 REG-SAI-VALOR-SINAL   PIC X(01).
001190           15 REG-SAI-VALOR-DIGITOS PIC X(112).
001200        10 FILLER                   PIC X(01).
001210        10 REG-SAI-DATA-EXEC        PIC X(08).
001220        10 FILLER                   PIC X(21).
001230     05 REG-SAI-RODAPE REDEFINES REG-SAI-CORPO.
001240        10 REG-SAI-QTDE-REGS        PIC 9(07).
001250        10 FILLER                   PIC X(01).
001260        10 REG-SAI-SOMA-TOTAL.
001270           15 REG-SAI-SOMA-SINAL    PIC X(01).
001280           15 REG-SAI-SOMA-DIGITOS  PIC X(112).
001290        10 FILLER                   PIC X(28).
001300     05 REG-SAI-CABEC REDEFINES REG-SAI-CORPO.
001310        10 REG-SAI-CAB-SEQ-PEDIDO   PIC 9(05).
001320        10 FILLER                   PIC X(01).
001330        10 REG-SAI-CAB-SEMENTE-1    PIC -(18)9.
001340        10 FILLER                   PIC X(01).
001350        10 REG-SAI-CAB-SEMENTE-2    PIC -(18)9.
001360        10 FILLER                   PIC X(01).
001370        10 REG-SAI-CAB-COEF-P       PIC -(4)9.
001380        10 FILLER                   PIC X(01).
001390        10 REG-SAI-CAB-COEF-Q       PIC -(4)9.
001400        10 FILLER                   PIC X(01).
001410        10 REG-SAI-CAB-QTDE-SOLIC   PIC 9(05).
001420        10 FILLER                   PIC X(01).
001430        10 REG-SAI-CAB-SOLICITANTE  PIC X(08).
001440        10 FILLER                   PIC X(01).
001450        10 REG-SAI-CAB-REFERENCIA   PIC X(12).
001460        10 FILLER                   PIC X(01).
001470        10 REG-SAI-CAB-MODO         PIC X(01).
001480        10 FILLER                   PIC X(01).
001490        10 REG-SAI-CAB-MODULO       PIC 9(18).
001500        10 FILLER                   PIC X(01).
001510        10 REG-SAI-CAB-CADEIA       PIC 9(07).
001520        10 FILLER                   PIC X(35).
001530     05 REG-SAI-TOTPED REDEFINES REG-SAI-CORPO.
001540        10 REG-SAI-PED-SEQ-PEDIDO   PIC 9(05).
001550        10 FILLER                   PIC X(01).
001560        10 REG-SAI-PED-QTDE-REGS    PIC 9(07).
001570        10 FILLER                   PIC X(01).
001580        10 REG-SAI-PED-SOMA.
001590           15 REG-SAI-PED-SOMA-SINAL
001600                                    PIC X(01).
001610           15 REG-SAI-PED-SOMA-DIGITOS
001620                                    PIC X(112).
001630        10 FILLER                   PIC X(01).
001640        10 REG-SAI-PED-SOLICITANTE  PIC X(08).
001650        10 FILLER                   PIC X(01).
001660        10 REG-SAI-PED-REFERENCIA   PIC X(12).
001670     05 REG-SAI-CAPAC REDEFINES REG-SAI-CORPO.
001680        10 REG-SAI-CPC-SEQ-PEDIDO   PIC 9(05).
001690        10 FILLER                   PIC X(01).
001700        10 REG-SAI-CPC-ULT-INDICE   PIC 9(05).
001710        10 FILLER                   PIC X(01).
001720        10 REG-SAI-CPC-DATA-EXEC    PIC X(08).
001730        10 FILLER                   PIC X(129).
001740     05 REG-SAI-RODCAB REDEFINES REG-SAI-CORPO.
001750        10 REG-SAI-ROD-DATA         PIC X(08).
001760        10 FILLER                   PIC X(01).
001770        10 REG-SAI-ROD-HORA         PIC X(08).
001780        10 FILLER                   PIC X(132).
001790     05 REG-SAI-PERMOD REDEFINES REG-SAI-CORPO.
001800        10 REG-SAI-PER-SEQ-PEDIDO   PIC 9(05).
001810        10 FILLER                   PIC X(01).
001820        10 REG-SAI-PER-MODULO       PIC 9(18).
001830        10 FILLER                   PIC X(01).
001840        10 REG-SAI-PER-SITUACAO     PIC X(01).
001850           88 REG-SAI-PER-ENCONTRADO    VALUE 'S'.
001860           88 REG-SAI-PER-NAO-ENCONTR   VALUE 'N'.
001870        10 FILLER                   PIC X(01).
001880        10 REG-SAI-PER-PERIODO      PIC 9(05).
001890        10 FILLER                   PIC X(01).
001900        10 REG-SAI-PER-QTDE-TERMOS  PIC 9(05).
001910        10 FILLER                   PIC X(01).
001920        10 REG-SAI-PER-SOLICITANTE  PIC X(08).
001930        10 FILLER                   PIC X(01).
001940        10 REG-SAI-PER-REFERENCIA   PIC X(12).
001950        10 FILLER                   PIC X(89).
001960
001970 FD  TRMJRN
001980     RECORDING MODE IS F.
001990 01  REG-TRMJRN.
002000     05 REG-JRN-ACAO              PIC X(01).
002010        88 REG-JRN-INCLUSAO           VALUE 'I'.
002020        88 REG-JRN-ATUALIZACAO        VALUE 'A'.
002030     05 FILLER                    PIC X(01).
002040     05 REG-JRN-DATA              PIC X(08).
002050     05 FILLER                    PIC X(01).
002060     05 REG-JRN-HORA              PIC X(08).
002070     05 FILLER                    PIC X(01).
002080     05 REG-JRN-IMAGEM            PIC X(176).
002090
002100 FD  TERMMST.
002110 01  REG-TERMMST.
002120     05 REG-TRM-CHAVE.
002130        10 REG-TRM-SEMENTE-1        PIC -(18)9.
002140        10 REG-TRM-SEMENTE-2        PIC -(18)9.
002150        10 REG-TRM-COEF-P           PIC -(4)9.
002160        10 REG-TRM-COEF-Q           PIC -(4)9.
002170        10 REG-TRM-INDICE           PIC 9(05).
002180     05 FILLER                   PIC X(01).
002190     05 REG-TRM-VALOR.
002200        10 REG-TRM-VALOR-SINAL      PIC X(01).
002210        10 REG-TRM-VALOR-DIGITOS    PIC X(112).
002220     05 FILLER                   PIC X(01).
002230     05 REG-TRM-DATA-GERACAO     PIC X(08).
002240
002250 FD  CADEIA.
002260 01  REG-CADEIA.
002270     05 REG-CDA-CHAVE.
002280        10 REG-CDA-SEMENTE-1        PIC -(18)9.
002290        10 REG-CDA-SEMENTE-2        PIC -(18)9.
002300        10 REG-CDA-COEF-P           PIC -(4)9.
002310        10 REG-CDA-COEF-Q           PIC -(4)9.
002320     05 FILLER                    PIC X(01).
002330     05 REG-CDA-ID                PIC 9(07).
002340     05 FILLER                    PIC X(01).
002350     05 REG-CDA-NOME              PIC X(40).
002360     05 FILLER                    PIC X(01).
002370     05 REG-CDA-DATA-INCLUSAO     PIC X(08).
002380     05 FILLER                    PIC X(01).
002390     05 REG-CDA-RODADA-INCLUSAO   PIC 9(05).
002400     05 FILLER                    PIC X(01).
002410     05 REG-CDA-SOLIC-ORIGEM      PIC X(08).
002420     05 FILLER                    PIC X(01).
002430     05 REG-CDA-DATA-ULT-USO      PIC X(08).
002440     05 FILLER                    PIC X(01).
002450     05 REG-CDA-RODADA-ULT-USO    PIC 9(05).
002460     05 FILLER                    PIC X(01).
002470     05 REG-CDA-MAIOR-INDICE      PIC 9(05).
002480     05 FILLER                    PIC X(01).
002490     05 REG-CDA-QTDE-PEDIDOS      PIC 9(07).
002500     05 FILLER                    PIC X(01).
002510     05 REG-CDA-DATA-ALT-NOME     PIC X(08).
002520     05 FILLER                    PIC X(01).
002530     05 REG-CDA-USUARIO OCCURS 5 TIMES.
002540        10 REG-CDA-USU-SOLICITANTE  PIC X(08).
002550        10 REG-CDA-USU-QTDE-PEDIDOS PIC 9(05).
002560        10 REG-CDA-USU-DATA-ULT     PIC X(08).
002570     05 FILLER                    PIC X(35).
002580
002590 FD  RUNCTL
002600     RECORDING MODE IS F.
002610 01  REG-RUNCTL.
002620     05 REG-RUN-TIPO              PIC X(01).
002630        88 REG-RUN-REG-RODADA         VALUE 'R'.
002640        88 REG-RUN-REG-PASSO          VALUE 'S'.
002650     05 FILLER                    PIC X(01).
002660     05 REG-RUN-RODADA            PIC 9(05).
002670     05 FILLER                    PIC X(01).
002680     05 REG-RUN-DATA              PIC X(08).
002690     05 FILLER                    PIC X(01).
002700     05 REG-RUN-CORPO.
002710        10 REG-RUN-HORA-INI        PIC X(08).
002720        10 FILLER                  PIC X(01).
002730        10 REG-RUN-HORA-FIM        PIC X(08).
002740        10 FILLER                  PIC X(01).
002750        10 REG-RUN-RETORNO         PIC 9(02).
002760        10 FILLER                  PIC X(01).
002770        10 REG-RUN-QTDE-PEDIDOS    PIC 9(05).
002780        10 FILLER                  PIC X(01).
002790        10 REG-RUN-QTDE-TERMOS     PIC 9(07).
002800        10 FILLER                  PIC X(01).
002810        10 REG-RUN-QTDE-ADIADOS    PIC 9(05).
002820        10 FILLER                  PIC X(01).
002830        10 REG-RUN-QTDE-RETOM      PIC 9(05).
002840     05 REG-RUN-PASSO REDEFINES REG-RUN-CORPO.
002850        10 REG-RUN-PAS-HORA        PIC X(08).
002860        10 FILLER                  PIC X(01).
002870        10 REG-RUN-PAS-PROGRAMA    PIC X(08).
002880        10 FILLER                  PIC X(01).
002890        10 REG-RUN-PAS-RETORNO     PIC 9(02).
002900        10 FILLER                  PIC X(01).
002910        10 REG-RUN-PAS-QTDE-REGS   PIC 9(07).
002920        10 FILLER                  PIC X(18).
002930 WORKING-STORAGE SECTION.
002940 77 WRK-FS-SAIDA                 PIC X(02) VALUE ZEROS.
002950 77 WRK-FS-TERMMST               PIC X(02) VALUE ZEROS.
002960 77 WRK-RETORNO                  PIC S9(04) COMP VALUE ZEROS.
002970 77 WRK-SW-FIM-SAIDA             PIC X(01) VALUE 'N'.
002980    88 WRK-FIM-SAIDA                 VALUE 'S'.
002990 77 WRK-SW-CABEC-LIDO            PIC X(01) VALUE 'N'.
003000    88 WRK-CABEC-LIDO                VALUE 'S'.
003010 77 WRK-SW-PEDIDO-RESIDUO        PIC X(01) VALUE 'N'.
003020    88 WRK-PEDIDO-RESIDUO            VALUE 'S'.
003030 77 WRK-TOT-RESIDUOS             PIC 9(07) VALUE ZEROS.
003040 77 WRK-TOT-GRAVADOS             PIC 9(07) VALUE ZEROS.
003050 77 WRK-TOT-REGRAVADOS           PIC 9(07) VALUE ZEROS.
003060 77 WRK-TOT-JA-CARREGADOS        PIC 9(07) VALUE ZEROS.
003070 77 WRK-TOT-CARREGADOS           PIC 9(07) VALUE ZEROS.
003080 77 WRK-TRM-IMAGEM               PIC X(176) VALUE SPACES.
003090 77 WRK-FS-TRMJRN                PIC X(02) VALUE ZEROS.
003100 77 WRK-FS-RUNCTL                PIC X(02) VALUE ZEROS.
003110 77 WRK-DATA-CTL                 PIC 9(08) VALUE ZEROS.
003120 77 WRK-HORA-CTL                 PIC 9(08) VALUE ZEROS.
003130 77 WRK-DATA-CARGA               PIC 9(08) VALUE ZEROS.
003140 77 WRK-HORA-CARGA               PIC 9(08) VALUE ZEROS.
003150 77 WRK-RODADA-ALVO              PIC 9(05) VALUE ZEROS.
003160 77 WRK-RODADA-MAX               PIC 9(05) VALUE ZEROS.
003170 77 WRK-SEMENTE-1                PIC S9(18) COMP-3 VALUE ZEROS.
003180 77 WRK-SEMENTE-2                PIC S9(18) COMP-3 VALUE ZEROS.
003190 77 WRK-COEF-P                   PIC S9(04) COMP-3 VALUE 1.
003200 77 WRK-COEF-Q                   PIC S9(04) COMP-3 VALUE 1.
003210 77 WRK-FS-CADEIA                PIC X(02) VALUE ZEROS.
003220 77 WRK-SW-CADEIA-DISP           PIC X(01) VALUE 'N'.
003230    88 WRK-CADEIA-DISPONIVEL         VALUE 'S'.
003240 77 WRK-MAIOR-INDICE             PIC 9(05) VALUE ZEROS.
003250 77 WRK-TOT-CADEIAS-ATU          PIC 9(07) VALUE ZEROS.
003260
003270 LINKAGE SECTION.
003280 01 LK-PARM.
003290    05 LK-PARM-TAM               PIC S9(04) COMP.
003300    05 LK-PARM-RODADA            PIC X(05).
003310
003320 PROCEDURE DIVISION USING LK-PARM.
003330 0000-MAINLINE.
003340
003350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003360
003370     PERFORM 3000-CARREGAR-REGISTRO THRU 3000-EXIT
003380         UNTIL WRK-FIM-SAIDA
003390
003400     PERFORM 9999-ENCERRAR THRU 9999-EXIT.
003410
003420******************************************************************
003430* 1000-INICIALIZAR - ABRE OS ARQUIVOS. O CADASTRO TERMMST E      *
003440*                    ABERTO EM I-O; SE AINDA NAO FOI CARREGADO   *
003450*                    (STATUS 35), E CRIADO VAZIO E REABERTO,     *
003460*                    PARA QUE A CARGA POSSA GRAVAR EM QUALQUER   *
003470*                    ORDEM DE CHAVE.                             *
003480******************************************************************
003490 1000-INICIALIZAR.
003500
003510     ACCEPT WRK-DATA-CARGA FROM DATE YYYYMMDD
003520     ACCEPT WRK-HORA-CARGA FROM TIME
003530
003540     OPEN INPUT SAIDA
003550     IF WRK-FS-SAIDA NOT = '00'
003560        DISPLAY 'SOLLOAD - ERRO AO ABRIR SAIDA - FS='
003570                WRK-FS-SAIDA
003580        MOVE 'S' TO WRK-SW-FIM-SAIDA
003590        MOVE 16  TO WRK-RETORNO
003600     END-IF
003610
003620     OPEN I-O TERMMST
003630     IF WRK-FS-TERMMST = '35'
003640        OPEN OUTPUT TERMMST
003650        IF WRK-FS-TERMMST = '00'
003660           CLOSE TERMMST
003670           OPEN I-O TERMMST
003680        END-IF
003690     END-IF
003700     IF WRK-FS-TERMMST NOT = '00'
003710        DISPLAY 'SOLLOAD - ERRO AO ABRIR TERMMST - FS='
003720                WRK-FS-TERMMST
003730        MOVE 'S' TO WRK-SW-FIM-SAIDA
003740        MOVE 16  TO WRK-RETORNO
003750     END-IF
003760
003770*    O JORNAL DE CARGA E A BASE DA RECUPERACAO DO CADASTRO
003780*    (COPIA-IMAGEM + JORNAIS, VIA SOLRCV) - SEM ELE, A CARGA
003790*    NAO PODE SEGUIR.
003800     OPEN EXTEND TRMJRN
003810     IF WRK-FS-TRMJRN = '35'
003820        OPEN OUTPUT TRMJRN
003830     END-IF
003840     IF WRK-FS-TRMJRN NOT = '00'
003850        DISPLAY 'SOLLOAD - ERRO AO ABRIR TRMJRN - FS='
003860                WRK-FS-TRMJRN
003870        MOVE 'S' TO WRK-SW-FIM-SAIDA
003880        MOVE 16  TO WRK-RETORNO
003890     END-IF
003900
003910*    O CATALOGO DE CADEIAS SO RECEBE AQUI O MAIOR INDICE JA
003920*    CARREGADO DE CADA CADEIA - INDISPONIVEL, A CARGA SEGUE
003930*    (SO AVISO).
003940     OPEN I-O CADEIA
003950     IF WRK-FS-CADEIA = '00'
003960        MOVE 'S' TO WRK-SW-CADEIA-DISP
003970     ELSE
003980        DISPLAY 'SOLLOAD - AVISO - CATALOGO CADEIA INDISPONIVEL'
003990                ' - FS=' WRK-FS-CADEIA
004000     END-IF
004010
004020     IF NOT WRK-FIM-SAIDA
004030        PERFORM 1500-SELECIONAR-RODADA THRU 1500-EXIT
004040     END-IF
004050     IF NOT WRK-FIM-SAIDA
004060        PERFORM 2000-LER-SAIDA THRU 2000-EXIT
004070     END-IF.
004080 1000-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 1500-SELECIONAR-RODADA - DEFINE A RODADA A CARREGAR: O PARM   *
004130*                          OPCIONAL TRAZ O NUMERO; SEM PARM,    *
004140*                          UMA PRE-PASSAGEM ACHA O MAIOR NUMERO *
004150*                          DE RODADA DO ARQUIVO ACUMULADO, E A  *
004160*                          SAIDA E REABERTA PARA A CARGA.       *
004170******************************************************************
004180 1500-SELECIONAR-RODADA.
004190
004200     IF LK-PARM-TAM > ZEROS
004210        AND LK-PARM-RODADA IS NUMERIC
004220        MOVE LK-PARM-RODADA TO WRK-RODADA-ALVO
004230        DISPLAY 'SOLLOAD - RODADA SELECIONADA PELO PARM: '
004240                WRK-RODADA-ALVO
004250        GO TO 1500-EXIT
004260     END-IF
004270
004280     PERFORM 2000-LER-SAIDA THRU 2000-EXIT
004290     PERFORM 1550-PROCURAR-MAIOR-RODADA THRU 1550-EXIT
004300         UNTIL WRK-FIM-SAIDA
004310     MOVE WRK-RODADA-MAX TO WRK-RODADA-ALVO
004320     DISPLAY 'SOLLOAD - RODADA SELECIONADA (MAIS RECENTE): '
004330             WRK-RODADA-ALVO
004340
004350     MOVE 'N' TO WRK-SW-FIM-SAIDA
004360     CLOSE SAIDA
004370     OPEN INPUT SAIDA
004380     IF WRK-FS-SAIDA NOT = '00'
004390        DISPLAY 'SOLLOAD - ERRO AO REABRIR SAIDA - FS='
004400                WRK-FS-SAIDA
004410        MOVE 'S' TO WRK-SW-FIM-SAIDA
004420        MOVE 16 TO WRK-RETORNO
004430     END-IF.
004440 1500-EXIT.
004450     EXIT.
004460
004470 1550-PROCURAR-MAIOR-RODADA.
004480
004490     IF REG-SAI-RODADA IS NUMERIC
004500        AND REG-SAI-RODADA > WRK-RODADA-MAX
004510        MOVE REG-SAI-RODADA TO WRK-RODADA-MAX
004520     END-IF
004530     PERFORM 2000-LER-SAIDA THRU 2000-EXIT.
004540 1550-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 2000-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO SAIDA.       *
004590******************************************************************
004600 2000-LER-SAIDA.
004610
004620     READ SAIDA
004630         AT END
004640            MOVE 'S' TO WRK-SW-FIM-SAIDA
004650     END-READ.
004660 2000-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 3000-CARREGAR-REGISTRO - TRATA UM REGISTRO DA SAIDA: O         *
004710*                          CABECALHO 'H' ESTABELECE O PAR DE     *
004720*                          SEMENTES EM VIGOR; CADA DETALHE 'D' E *
004730*                          GRAVADO NO CADASTRO SOB ESSE PAR; OS  *
004740*                          DETALHES DE PEDIDO DE RESIDUOS (MODO  *
004750*                          'M' NO 'H') SAO RESIDUOS MODULO M E   *
004760*                          NAO TERMOS DA SEQUENCIA - SO SAO      *
004770*                          CONTADOS, NUNCA CARREGADOS; OS        *
004780*                          DEMAIS TIPOS NAO SAO CARGA. UM        *
004790*                          DETALHE SEM CABECALHO ANTERIOR        *
004800*                          (ARQUIVO FORA DO LAYOUT CORRENTE)     *
004810*                          ENCERRA A CARGA COM RETURN-CODE 8.    *
004820*                          CADA NOVO 'H' FECHA A CADEIA ANTERIOR *
004830*                          NO CATALOGO (MAIOR INDICE CARREGADO). *
004840******************************************************************
004850 3000-CARREGAR-REGISTRO.
004860
004870*    SO A RODADA SELECIONADA E CARREGADA NO CADASTRO.
004880     IF REG-SAI-RODADA NOT = WRK-RODADA-ALVO
004890        GO TO 3000-LER
004900     END-IF
004910
004920     EVALUATE TRUE
004930        WHEN REG-SAI-CAB-PEDIDO
004940           PERFORM 3500-ATUALIZAR-CADEIA THRU 3500-EXIT
004950           MOVE 'S' TO WRK-SW-CABEC-LIDO
004960           MOVE REG-SAI-CAB-SEMENTE-1 TO WRK-SEMENTE-1
004970           MOVE REG-SAI-CAB-SEMENTE-2 TO WRK-SEMENTE-2
004980           MOVE REG-SAI-CAB-COEF-P    TO WRK-COEF-P
004990           MOVE REG-SAI-CAB-COEF-Q    TO WRK-COEF-Q
005000           IF REG-SAI-CAB-MODO = 'M'
005010              MOVE 'S' TO WRK-SW-PEDIDO-RESIDUO
005020           ELSE
005030              MOVE 'N' TO WRK-SW-PEDIDO-RESIDUO
005040           END-IF
005050        WHEN REG-SAI-DETALHE
005060           IF WRK-CABEC-LIDO
005070              IF WRK-PEDIDO-RESIDUO
005080                 ADD 1 TO WRK-TOT-RESIDUOS
005090              ELSE
005100                 PERFORM 3300-CARREGAR-TERMO THRU 3300-EXIT
005110                 IF WRK-RETORNO < 16
005120                    AND REG-SAI-INDICE > WRK-MAIOR-INDICE
005130                    MOVE REG-SAI-INDICE TO WRK-MAIOR-INDICE
005140                 END-IF
005150              END-IF
005160           ELSE
005170              DISPLAY 'SOLLOAD - ERRO - DETALHE SEM CABECALHO '
005180                      'DE PEDIDO NA SAIDA - CARGA ENCERRADA'
005190              MOVE 'S' TO WRK-SW-FIM-SAIDA
005200              IF WRK-RETORNO < 8
005210                 MOVE 8 TO WRK-RETORNO
005220              END-IF
005230           END-IF
005240        WHEN OTHER
005250           CONTINUE
005260     END-EVALUATE.
005270
005280 3000-LER.
005290     IF NOT WRK-FIM-SAIDA
005300        PERFORM 2000-LER-SAIDA THRU 2000-EXIT
005310     END-IF.
005320 3000-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 3300-CARREGAR-TERMO - GRAVA O TERMO DO DETALHE CORRENTE NO     *
005370*                       CADASTRO SOB O PAR DE SEMENTES EM VIGOR. *
005380*                       A CHAVE E LIDA ANTES: INEXISTENTE E      *
005390*                       INCLUIDA; EXISTENTE COM A MESMA IMAGEM   *
005400*                       (JA CARREGADA POR EXECUCAO ANTERIOR DA   *
005410*                       RODADA) E SALTADA; EXISTENTE COM OUTRA   *
005420*                       IMAGEM E REGRAVADA. O JORNAL E GRAVADO   *
005430*                       ANTES DO CADASTRO. FALHA NA GRAVACAO DO  *
005440*                       CADASTRO ENCERRA A CARGA (RETURN-CODE    *
005450*                       16): O ULTIMO REGISTRO DO JORNAL FICA    *
005460*                       SEM CORRESPONDENTE NO CADASTRO.          *
005470******************************************************************
005480 3300-CARREGAR-TERMO.
005490
005500     MOVE SPACES             TO REG-TERMMST
005510     MOVE WRK-SEMENTE-1      TO REG-TRM-SEMENTE-1
005520     MOVE WRK-SEMENTE-2      TO REG-TRM-SEMENTE-2
005530     MOVE WRK-COEF-P         TO REG-TRM-COEF-P
005540     MOVE WRK-COEF-Q         TO REG-TRM-COEF-Q
005550     MOVE REG-SAI-INDICE     TO REG-TRM-INDICE
005560     MOVE REG-SAI-VALOR      TO REG-TRM-VALOR
005570     MOVE REG-SAI-DATA-EXEC  TO REG-TRM-DATA-GERACAO
005580     MOVE REG-TERMMST        TO WRK-TRM-IMAGEM
005590
005600     READ TERMMST
005610         INVALID KEY
005620            MOVE 'I' TO REG-JRN-ACAO
005630         NOT INVALID KEY
005640            MOVE 'A' TO REG-JRN-ACAO
005650     END-READ
005660     IF REG-JRN-ATUALIZACAO
005670        AND REG-TERMMST = WRK-TRM-IMAGEM
005680        ADD 1 TO WRK-TOT-JA-CARREGADOS
005690        GO TO 3300-EXIT
005700     END-IF
005710
005720     MOVE WRK-TRM-IMAGEM TO REG-TERMMST
005730     PERFORM 3400-GRAVAR-JORNAL THRU 3400-EXIT
005740     IF REG-JRN-INCLUSAO
005750        WRITE REG-TERMMST
005760            INVALID KEY
005770               CONTINUE
005780        END-WRITE
005790     ELSE
005800        REWRITE REG-TERMMST
005810            INVALID KEY
005820               CONTINUE
005830        END-REWRITE
005840     END-IF
005850     IF WRK-FS-TERMMST NOT = '00'
005860        DISPLAY 'SOLLOAD - ERRO NA GRAVACAO DO TERMMST - CHAVE '
005870                REG-TRM-CHAVE ' - FS=' WRK-FS-TERMMST
005880        DISPLAY 'SOLLOAD - CARGA ENCERRADA - O ULTIMO REGISTRO '
005890                'DO TRMJRN NAO FOI APLICADO AO CADASTRO'
005900        MOVE 'S' TO WRK-SW-FIM-SAIDA
005910        MOVE 16  TO WRK-RETORNO
005920        GO TO 3300-EXIT
005930     END-IF
005940
005950     IF REG-JRN-INCLUSAO
005960        ADD 1 TO WRK-TOT-GRAVADOS
005970     ELSE
005980        ADD 1 TO WRK-TOT-REGRAVADOS
005990     END-IF.
006000 3300-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 3400-GRAVAR-JORNAL - GRAVA NO JORNAL DE CARGA (TRMJRN) A ACAO *
006050*                      APLICADA (I = INCLUSAO, A = ATUALIZACAO) *
006060*                      COM DATA/HORA DA CARGA E A IMAGEM        *
006070*                      COMPLETA DO REGISTRO GRAVADO, PARA A     *
006080*                      RECUPERACAO AVANTE DO CADASTRO (SOLRCV). *
006090******************************************************************
006100 3400-GRAVAR-JORNAL.
006110
006120     MOVE WRK-DATA-CARGA TO REG-JRN-DATA
006130     MOVE WRK-HORA-CARGA TO REG-JRN-HORA
006140     MOVE REG-TERMMST    TO REG-JRN-IMAGEM
006150     WRITE REG-TRMJRN.
006160 3400-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* 3500-ATUALIZAR-CADEIA - LEVA AO CATALOGO DE CADEIAS O MAIOR    *
006210*                         INDICE DE TERMO CARREGADO NO TERMMST   *
006220*                         PARA A CADEIA EM VIGOR (SEMENTES E     *
006230*                         COEFICIENTES DO ULTIMO 'H'), SE FOR    *
006240*                         MAIOR QUE O JA REGISTRADO. PEDIDO SEM  *
006250*                         TERMO CARREGADO (RESIDUOS,             *
006260*                         LOCALIZACAO) NAO ALTERA O CATALOGO.    *
006270*                         CADEIA AUSENTE DO CATALOGO SO GERA     *
006280*                         AVISO - ELA E INCLUIDA PELO SOLUTION.  *
006290******************************************************************
006300 3500-ATUALIZAR-CADEIA.
006310
006320     IF NOT WRK-CADEIA-DISPONIVEL
006330        OR WRK-MAIOR-INDICE = ZEROS
006340        GO TO 3500-EXIT
006350     END-IF
006360
006370     MOVE WRK-SEMENTE-1 TO REG-CDA-SEMENTE-1
006380     MOVE WRK-SEMENTE-2 TO REG-CDA-SEMENTE-2
006390     MOVE WRK-COEF-P    TO REG-CDA-COEF-P
006400     MOVE WRK-COEF-Q    TO REG-CDA-COEF-Q
006410     READ CADEIA
006420        INVALID KEY
006430           DISPLAY 'SOLLOAD - AVISO - CADEIA ' REG-CDA-CHAVE
006440                   ' FORA DO CATALOGO'
006450           GO TO 3500-ZERAR
006460     END-READ
006470     IF WRK-MAIOR-INDICE > REG-CDA-MAIOR-INDICE
006480        MOVE WRK-MAIOR-INDICE TO REG-CDA-MAIOR-INDICE
006490        REWRITE REG-CADEIA
006500        IF WRK-FS-CADEIA = '00'
006510           ADD 1 TO WRK-TOT-CADEIAS-ATU
006520        ELSE
006530           DISPLAY 'SOLLOAD - AVISO - ERRO AO REGRAVAR CADEIA '
006540                   REG-CDA-ID ' - FS=' WRK-FS-CADEIA
006550        END-IF
006560     END-IF.
006570
006580 3500-ZERAR.
006590     MOVE ZEROS TO WRK-MAIOR-INDICE.
006600 3500-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 8500-GRAVAR-RUN-CONTROLE - GRAVA NO ARQUIVO DE CONTROLE DE     *
006650*                            RODADAS (RUNCTL) O REGISTRO 'S' DO  *
006660*                            PASSO (PROGRAMA, DATA/HORA,         *
006670*                            RETURN-CODE E TERMOS GRAVADOS OU    *
006680*                            REGRAVADOS), PARA O HISTORICO DE    *
006690*                            OPERACAO E O REINICIO DO SOLJOB     *
006700*                            (SOLRST). UMA FALHA DE GRAVACAO AQUI*
006710*                            SO GERA AVISO, SEM ALTERAR O        *
006720*                            RETURN-CODE DO PASSO.               *
006730******************************************************************
006740 8500-GRAVAR-RUN-CONTROLE.
006750
006760     ACCEPT WRK-DATA-CTL FROM DATE YYYYMMDD
006770     ACCEPT WRK-HORA-CTL FROM TIME
006780     OPEN EXTEND RUNCTL
006790     IF WRK-FS-RUNCTL = '35'
006800        OPEN OUTPUT RUNCTL
006810     END-IF
006820     IF WRK-FS-RUNCTL NOT = '00'
006830        DISPLAY 'SOLLOAD - AVISO - RUNCTL INDISPONIVEL - FS='
006840                WRK-FS-RUNCTL
006850        GO TO 8500-EXIT
006860     END-IF
006870
006880     MOVE SPACES            TO REG-RUNCTL
006890     SET REG-RUN-REG-PASSO  TO TRUE
006900     MOVE WRK-RODADA-ALVO   TO REG-RUN-RODADA
006910     MOVE WRK-DATA-CTL      TO REG-RUN-DATA
006920     MOVE WRK-HORA-CTL      TO REG-RUN-PAS-HORA
006930     MOVE 'SOLLOAD '        TO REG-RUN-PAS-PROGRAMA
006940     MOVE WRK-RETORNO       TO REG-RUN-PAS-RETORNO
006950     MOVE WRK-TOT-CARREGADOS TO REG-RUN-PAS-QTDE-REGS
006960     WRITE REG-RUNCTL
006970     CLOSE RUNCTL.
006980 8500-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 9999-ENCERRAR - FECHA OS ARQUIVOS, EXIBE OS TOTAIS DA CARGA,  *
007030*                 DEVOLVE O RETURN-CODE E ENCERRA O PROGRAMA.   *
007040******************************************************************
007050 9999-ENCERRAR.
007060
007070     DISPLAY 'SOLLOAD - TERMOS GRAVADOS....: ' WRK-TOT-GRAVADOS
007080     DISPLAY 'SOLLOAD - TERMOS REGRAVADOS..: ' WRK-TOT-REGRAVADOS
007090     PERFORM 3500-ATUALIZAR-CADEIA THRU 3500-EXIT
007100     DISPLAY 'SOLLOAD - RESIDUOS IGNORADOS.: ' WRK-TOT-RESIDUOS
007110     DISPLAY 'SOLLOAD - CADEIAS ATUALIZADAS: ' WRK-TOT-CADEIAS-ATU
007120     DISPLAY 'SOLLOAD - JA CARREGADOS......: '
007130             WRK-TOT-JA-CARREGADOS
007140     IF WRK-TOT-JA-CARREGADOS > ZEROS
007150        DISPLAY 'SOLLOAD - AVISO - RODADA ' WRK-RODADA-ALVO
007160                ' JA CARREGADA POR EXECUCAO ANTERIOR'
007170        DISPLAY 'SOLLOAD - TERMOS JA CARREGADOS NAO FORAM '
007180                'REGRAVADOS'
007190     END-IF
007200     CLOSE SAIDA
007210     CLOSE TRMJRN
007220     CLOSE TERMMST
007230     IF WRK-CADEIA-DISPONIVEL
007240        CLOSE CADEIA
007250     END-IF
007260     COMPUTE WRK-TOT-CARREGADOS = WRK-TOT-GRAVADOS
007270                                + WRK-TOT-REGRAVADOS
007280     PERFORM 8500-GRAVAR-RUN-CONTROLE THRU 8500-EXIT
007290     MOVE WRK-RETORNO TO RETURN-CODE
007300     STOP RUN.
007310 9999-EXIT.
007320     EXIT.
007330
007340 END PROGRAM SOLLOAD.
