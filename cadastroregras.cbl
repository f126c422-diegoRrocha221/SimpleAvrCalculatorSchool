000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Manter as regras de avaliacao por ano letivo (arquivo
000140* REGRAS-AVALIACAO): incluir a regra de um ano, alterar e
000150* consultar. A Secretaria de Educacao muda por decreto a media
000160* de aprovacao, a faixa de Recuperacao, a presenca minima e o
000170* desfecho da recuperacao; cada ano letivo guarda a sua regra.
000180* Ano com algum bimestre ja fechado (ou reaberto) nao aceita
000190* inclusao nem alteracao de regra, para que a mudanca nunca
000200* regrave um ano ja apurado nem o historico acumulado; com o
000201* controle de periodos indisponivel a regra tambem nao muda
000202* (so o arquivo de periodos ainda nao criado, antes do
000203* primeiro fechamento, libera a mudanca). Na
000210* primeira utilizacao o arquivo e criado com a regra padrao
000220* de REGRAPAD para o ano corrente.
000230* Tectonics: cobc
000240*-----------------------------------------------------------------
000250* Mod history:
000260*   2026-10-15 DRR  Criado (regras de avaliacao por ano letivo).
000262*   2026-10-15 DRR  Operador identificado por ID e senha no
000264*                   cadastro de operadores (ControleAcesso); so
000266*                   a direcao mantem as regras.
000267*   2026-10-15 DRR  Controle de periodos indisponivel impede
000268*                   incluir e alterar a regra do ano.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CadastroRegras.
000300 AUTHOR. Diego R. Rocha.
000310 INSTALLATION. Secretaria Escolar.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REGRAS-AVALIACAO ASSIGN TO "REGRAS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RGR-ANO-LETIVO
000420         FILE STATUS IS FS-REGRAS.
000430
000431     SELECT PERIODOS ASSIGN TO "PERIODOS"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS PER-CHAVE
000435         FILE STATUS IS FS-PERIODOS.
000436
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  REGRAS-AVALIACAO.
000470 COPY REGRAREG.
000472
000474 FD  PERIODOS.
000476 COPY PERREG.
000480
000490 WORKING-STORAGE SECTION.
000500 COPY REGRAPAD.
000510 01  ANO-LETIVO                   PIC 9(04).
000520 01  BIMESTRE                     PIC 9(01).
000530 01  SITUACAO-PERIODO             PIC X(01).
000540 01  MEDIA-APROVACAO              PIC 99V99.
000550 01  MEDIA-RECUPERACAO            PIC 99V99.
000560 01  FREQUENCIA-MINIMA            PIC 9(03).
000570 01  REGRA-RECUPERACAO            PIC X(01).
000580 01  MEDIA-POS-RECUP              PIC 99V99.
000590 01  MEDIA-ANUAL                  PIC 99V99.
000600 01  EXIBE-MEDIA                  PIC Z9.99.
000610 01  OPCAO                        PIC X(01).
000620 01  CONTINUAR                    PIC X(01).
000630 01  OPERADOR                     PIC X(10).
000631 01  MODO-ACESSO                  PIC X(01) VALUE "S".
000632 01  FUNCAO-ACESSO                PIC X(12) VALUE "REGRAS".
000633 01  PERFIL-OPERADOR              PIC X(01).
000634 01  PROFESSOR-OPERADOR           PIC 9(04).
000635 01  SITUACAO-ACESSO              PIC X(01).
000640 01  DATA-HOJE                    PIC 9(08).
000650 01  DATA-HOJE-DESM REDEFINES DATA-HOJE.
000660     05  ANO-HOJE                 PIC 9(04).
000670     05  FILLER                   PIC 9(04).
000680
000690 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
000700     88  ARQUIVO-ABERTO                   VALUE "S".
000710
000720 01  SW-ANO-APURADO               PIC X(01).
000730     88  ANO-APURADO                      VALUE "S".
000740
000741 01  SW-PERIODO-INDISPONIVEL      PIC X(01).
000742     88  PERIODO-INDISPONIVEL             VALUE "S".
000743
000750 01  FS-REGRAS                    PIC X(02).
000760     88  FS-REGRAS-OK                     VALUE "00".
000770     88  FS-REGRAS-INEXISTENTE            VALUE "35".
000772
000774 01  FS-PERIODOS                  PIC X(02).
000776     88  FS-PERIODOS-OK                   VALUE "00".
000778     88  FS-PERIODOS-INEXISTENTE          VALUE "35".
000780
000790 PROCEDURE DIVISION.
000800*-----------------------------------------------------------
000810* 0000-MAINLINE
000820*-----------------------------------------------------------
000830 0000-MAINLINE.
000840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000850     PERFORM 2000-PROCESSAR-OPCAO THRU 2000-EXIT
000860         UNTIL CONTINUAR = "N"
000870     PERFORM 9000-FINALIZAR THRU 9000-EXIT
000880     STOP RUN.
000890
000900*-----------------------------------------------------------
000910* 1000-INICIALIZAR - identifica o operador da direcao
000915* (ControleAcesso) e abre o arquivo de regras; apenas na
000920* primeira utilizacao (status 35) cria o arquivo com a regra
000930* padrao do ano corrente; qualquer outra falha de abertura
000940* encerra sem recriar o arquivo por cima das regras
000950*-----------------------------------------------------------
000960 1000-INICIALIZAR.
000970     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
000971     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
000972         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
000973         SITUACAO-ACESSO
000974     IF SITUACAO-ACESSO NOT = "A"
000975         MOVE "N" TO CONTINUAR
000976         GO TO 1000-EXIT
000977     END-IF
000980     OPEN I-O REGRAS-AVALIACAO
000990     IF FS-REGRAS-INEXISTENTE
001000         OPEN OUTPUT REGRAS-AVALIACAO
001010         PERFORM 1100-CARGA-INICIAL THRU 1100-EXIT
001020         CLOSE REGRAS-AVALIACAO
001030         OPEN I-O REGRAS-AVALIACAO
001040         DISPLAY "Arquivo de regras criado com a regra padrao "
001050             "do ano letivo " ANO-HOJE "."
001060     END-IF
001070     IF NOT FS-REGRAS-OK
001080         DISPLAY "Arquivo de regras indisponivel (em uso por "
001090             "outro programa ou danificado). Status: "
001100             FS-REGRAS
001110         MOVE "N" TO CONTINUAR
001120         GO TO 1000-EXIT
001130     END-IF
001140     SET ARQUIVO-ABERTO TO TRUE
001170     MOVE "S" TO CONTINUAR.
001180 1000-EXIT.
001190     EXIT.
001200
001210*-----------------------------------------------------------
001220* 1100-CARGA-INICIAL - grava a regra padrao de REGRAPAD para
001230* o ano letivo corrente
001240*-----------------------------------------------------------
001250 1100-CARGA-INICIAL.
001260     MOVE ANO-HOJE TO RGR-ANO-LETIVO
001270     MOVE RGP-MEDIA-APROVACAO TO RGR-MEDIA-APROVACAO
001280     MOVE RGP-MEDIA-RECUPERACAO TO RGR-MEDIA-RECUPERACAO
001290     MOVE RGP-FREQUENCIA-MINIMA TO RGR-FREQUENCIA-MINIMA
001300     MOVE RGP-REGRA-RECUPERACAO TO RGR-REGRA-RECUPERACAO
001310     MOVE RGP-MEDIA-POS-RECUP TO RGR-MEDIA-POS-RECUP
001320     MOVE RGP-MEDIA-ANUAL TO RGR-MEDIA-ANUAL
001330     MOVE DATA-HOJE TO RGR-DATA-ALTERACAO
001340     MOVE "CARGA" TO RGR-OPERADOR
001350     WRITE RGR-REGISTRO.
001360 1100-EXIT.
001370     EXIT.
001380
001390*-----------------------------------------------------------
001400* 2000-PROCESSAR-OPCAO - mostra o menu e executa a opcao
001410*-----------------------------------------------------------
001420 2000-PROCESSAR-OPCAO.
001430     DISPLAY "1-Incluir  2-Alterar  3-Consultar"
001440     ACCEPT OPCAO
001450     EVALUATE OPCAO
001460         WHEN "1"
001470             PERFORM 3000-INCLUIR THRU 3000-EXIT
001480         WHEN "2"
001490             PERFORM 4000-ALTERAR THRU 4000-EXIT
001500         WHEN "3"
001510             PERFORM 5000-CONSULTAR THRU 5000-EXIT
001520         WHEN OTHER
001530             DISPLAY "Opcao invalida."
001540     END-EVALUATE
001550     DISPLAY "Deseja continuar (S/N)? "
001560     ACCEPT CONTINUAR.
001570 2000-EXIT.
001580     EXIT.
001590
001600*-----------------------------------------------------------
001610* 2100-OBTER-ANO-LETIVO - le e valida o ano letivo da regra
001620*-----------------------------------------------------------
001630 2100-OBTER-ANO-LETIVO.
001640     DISPLAY "Ano letivo da regra (AAAA): "
001650     ACCEPT ANO-LETIVO
001660     IF ANO-LETIVO < 2000 THEN
001670         DISPLAY "Ano letivo invalido! Por favor entre com um "
001680             "ano valido"
001690         GO TO 2100-OBTER-ANO-LETIVO
001700     END-IF.
001710 2100-EXIT.
001720     EXIT.
001730
001740*-----------------------------------------------------------
001750* 2200-VERIFICAR-APURACAO - ano com algum bimestre fechado ou
001760* reaberto ja teve boletins emitidos com a regra vigente e
001770* nao pode mudar de regra; controle de periodos indisponivel
001775* tambem impede a mudanca
001780*-----------------------------------------------------------
001790 2200-VERIFICAR-APURACAO.
001800     MOVE "N" TO SW-ANO-APURADO
001805     MOVE "N" TO SW-PERIODO-INDISPONIVEL
001810     PERFORM VARYING BIMESTRE FROM 1 BY 1 UNTIL BIMESTRE > 4
001820         CALL "ConsultaPeriodo" USING ANO-LETIVO BIMESTRE
001830             SITUACAO-PERIODO
001840         IF SITUACAO-PERIODO = "F" OR SITUACAO-PERIODO = "R"
001850             SET ANO-APURADO TO TRUE
001860         END-IF
001862         IF SITUACAO-PERIODO = "X"
001864             SET PERIODO-INDISPONIVEL TO TRUE
001866         END-IF
001870     END-PERFORM
001872     IF PERIODO-INDISPONIVEL
001874         PERFORM 2210-CONFERIR-PERIODOS THRU 2210-EXIT
001876     END-IF.
001880 2200-EXIT.
001881     EXIT.
001882
001883*-----------------------------------------------------------
001884* 2210-CONFERIR-PERIODOS - o "X" do ConsultaPeriodo inclui o
001885* arquivo de periodos ainda nao criado (nenhum bimestre
001886* fechado); so esse caso deixa a regra ser mudada
001887*-----------------------------------------------------------
001888 2210-CONFERIR-PERIODOS.
001889     OPEN INPUT PERIODOS
001890     IF FS-PERIODOS-INEXISTENTE
001891         MOVE "N" TO SW-PERIODO-INDISPONIVEL
001892         GO TO 2210-EXIT
001893     END-IF
001894     IF FS-PERIODOS-OK
001895         CLOSE PERIODOS
001896     END-IF.
001897 2210-EXIT.
001898     EXIT.
001900
001910*-----------------------------------------------------------
001920* 2300-OBTER-REGRA - le e valida os valores da regra
001930*-----------------------------------------------------------
001940 2300-OBTER-REGRA.
001950     PERFORM 2310-OBTER-MEDIA-APROVACAO THRU 2310-EXIT
001960     PERFORM 2320-OBTER-MEDIA-RECUP THRU 2320-EXIT
001970     PERFORM 2330-OBTER-FREQUENCIA THRU 2330-EXIT
001980     PERFORM 2340-OBTER-REGRA-RECUP THRU 2340-EXIT
001990     PERFORM 2350-OBTER-MEDIA-POS-RECUP THRU 2350-EXIT
002000     PERFORM 2360-OBTER-MEDIA-ANUAL THRU 2360-EXIT.
002010 2300-EXIT.
002020     EXIT.
002030
002040*-----------------------------------------------------------
002050* 2310-OBTER-MEDIA-APROVACAO - media de aprovacao do bimestre
002060*-----------------------------------------------------------
002070 2310-OBTER-MEDIA-APROVACAO.
002080     DISPLAY "Media de aprovacao do bimestre (ex. 07.00): "
002090     ACCEPT MEDIA-APROVACAO
002100     IF MEDIA-APROVACAO = ZERO THEN
002110         DISPLAY "Media invalida! Por favor entre com uma media "
002120             "de 0.01 a 10.00"
002130         GO TO 2310-OBTER-MEDIA-APROVACAO
002140     ELSE IF MEDIA-APROVACAO > 10 THEN
002150         DISPLAY "Media invalida! Por favor entre com uma media "
002160             "de 0.01 a 10.00"
002170         GO TO 2310-OBTER-MEDIA-APROVACAO
002180     END-IF.
002190 2310-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------------
002230* 2320-OBTER-MEDIA-RECUP - piso da faixa de Recuperacao (a
002240* faixa vai do piso ate abaixo da media de aprovacao)
002250*-----------------------------------------------------------
002260 2320-OBTER-MEDIA-RECUP.
002270     DISPLAY "Media minima para Recuperacao (ex. 05.00): "
002280     ACCEPT MEDIA-RECUPERACAO
002290     IF MEDIA-RECUPERACAO > MEDIA-APROVACAO THEN
002300         DISPLAY "Media invalida! O piso da Recuperacao nao "
002310             "pode passar da media de aprovacao"
002320         GO TO 2320-OBTER-MEDIA-RECUP
002330     END-IF.
002340 2320-EXIT.
002350     EXIT.
002360
002370*-----------------------------------------------------------
002380* 2330-OBTER-FREQUENCIA - presenca minima em percentual
002390*-----------------------------------------------------------
002400 2330-OBTER-FREQUENCIA.
002410     DISPLAY "Presenca minima em % (ex. 075): "
002420     ACCEPT FREQUENCIA-MINIMA
002430     IF FREQUENCIA-MINIMA < 1 THEN
002440         DISPLAY "Percentual invalido! Por favor entre com um "
002450             "valor de 1 a 100"
002460         GO TO 2330-OBTER-FREQUENCIA
002470     ELSE IF FREQUENCIA-MINIMA > 100 THEN
002480         DISPLAY "Percentual invalido! Por favor entre com um "
002490             "valor de 1 a 100"
002500         GO TO 2330-OBTER-FREQUENCIA
002510     END-IF.
002520 2330-EXIT.
002530     EXIT.
002540
002550*-----------------------------------------------------------
002560* 2340-OBTER-REGRA-RECUP - desfecho da recuperacao: S
002570* substitui a media, M fica com a maior, A media das duas
002580*-----------------------------------------------------------
002590 2340-OBTER-REGRA-RECUP.
002600     DISPLAY "Desfecho da recuperacao (S-Substitui a media  "
002610         "M-Maior nota  A-Media das duas): "
002620     ACCEPT REGRA-RECUPERACAO
002630     IF REGRA-RECUPERACAO NOT = "S"
002640         AND REGRA-RECUPERACAO NOT = "M"
002650         AND REGRA-RECUPERACAO NOT = "A"
002660         DISPLAY "Regra invalida! Por favor entre com S, M "
002670             "ou A"
002680         GO TO 2340-OBTER-REGRA-RECUP
002690     END-IF.
002700 2340-EXIT.
002710     EXIT.
002720
002730*-----------------------------------------------------------
002740* 2350-OBTER-MEDIA-POS-RECUP - media final exigida apos a
002750* recuperacao
002760*-----------------------------------------------------------
002770 2350-OBTER-MEDIA-POS-RECUP.
002780     DISPLAY "Media final exigida apos a recuperacao "
002790         "(ex. 05.00): "
002800     ACCEPT MEDIA-POS-RECUP
002810     IF MEDIA-POS-RECUP = ZERO THEN
002820         DISPLAY "Media invalida! Por favor entre com uma media "
002830             "de 0.01 a 10.00"
002840         GO TO 2350-OBTER-MEDIA-POS-RECUP
002850     ELSE IF MEDIA-POS-RECUP > 10 THEN
002860         DISPLAY "Media invalida! Por favor entre com uma media "
002870             "de 0.01 a 10.00"
002880         GO TO 2350-OBTER-MEDIA-POS-RECUP
002890     END-IF.
002900 2350-EXIT.
002910     EXIT.
002920
002930*-----------------------------------------------------------
002940* 2360-OBTER-MEDIA-ANUAL - media anual de aprovacao
002950*-----------------------------------------------------------
002960 2360-OBTER-MEDIA-ANUAL.
002970     DISPLAY "Media anual de aprovacao (ex. 05.00): "
002980     ACCEPT MEDIA-ANUAL
002990     IF MEDIA-ANUAL = ZERO THEN
003000         DISPLAY "Media invalida! Por favor entre com uma media "
003010             "de 0.01 a 10.00"
003020         GO TO 2360-OBTER-MEDIA-ANUAL
003030     ELSE IF MEDIA-ANUAL > 10 THEN
003040         DISPLAY "Media invalida! Por favor entre com uma media "
003050             "de 0.01 a 10.00"
003060         GO TO 2360-OBTER-MEDIA-ANUAL
003070     END-IF.
003080 2360-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------
003120* 2400-MONTAR-REGISTRO - passa os valores digitados para o
003130* registro da regra
003140*-----------------------------------------------------------
003150 2400-MONTAR-REGISTRO.
003160     MOVE MEDIA-APROVACAO TO RGR-MEDIA-APROVACAO
003170     MOVE MEDIA-RECUPERACAO TO RGR-MEDIA-RECUPERACAO
003180     MOVE FREQUENCIA-MINIMA TO RGR-FREQUENCIA-MINIMA
003190     MOVE REGRA-RECUPERACAO TO RGR-REGRA-RECUPERACAO
003200     MOVE MEDIA-POS-RECUP TO RGR-MEDIA-POS-RECUP
003210     MOVE MEDIA-ANUAL TO RGR-MEDIA-ANUAL
003220     MOVE DATA-HOJE TO RGR-DATA-ALTERACAO
003230     MOVE OPERADOR TO RGR-OPERADOR.
003240 2400-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------
003280* 2500-EXIBIR-REGRA - mostra a regra lida do arquivo
003290*-----------------------------------------------------------
003300 2500-EXIBIR-REGRA.
003310     DISPLAY "Ano letivo: " RGR-ANO-LETIVO
003320     MOVE RGR-MEDIA-APROVACAO TO EXIBE-MEDIA
003330     DISPLAY "Media de aprovacao: " EXIBE-MEDIA
003340     MOVE RGR-MEDIA-RECUPERACAO TO EXIBE-MEDIA
003350     DISPLAY "Recuperacao a partir de: " EXIBE-MEDIA
003360     DISPLAY "Presenca minima: " RGR-FREQUENCIA-MINIMA "%"
003370     EVALUATE TRUE
003380         WHEN RGR-RECUP-SUBSTITUI
003390             DISPLAY "Desfecho da recuperacao: substitui a media"
003400         WHEN RGR-RECUP-MAIOR
003410             DISPLAY "Desfecho da recuperacao: maior nota"
003420         WHEN OTHER
003430             DISPLAY "Desfecho da recuperacao: media das duas"
003440     END-EVALUATE
003450     MOVE RGR-MEDIA-POS-RECUP TO EXIBE-MEDIA
003460     DISPLAY "Media final apos a recuperacao: " EXIBE-MEDIA
003470     MOVE RGR-MEDIA-ANUAL TO EXIBE-MEDIA
003480     DISPLAY "Media anual de aprovacao: " EXIBE-MEDIA
003490     DISPLAY "Alterada em " RGR-DATA-ALTERACAO " por "
003500         RGR-OPERADOR.
003510 2500-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------
003550* 3000-INCLUIR - inclui a regra de um ano letivo ainda nao
003560* apurado
003570*-----------------------------------------------------------
003580 3000-INCLUIR.
003590     PERFORM 2100-OBTER-ANO-LETIVO THRU 2100-EXIT
003600     PERFORM 2200-VERIFICAR-APURACAO THRU 2200-EXIT
003610     IF ANO-APURADO
003620         DISPLAY "Ano letivo " ANO-LETIVO " ja tem bimestre "
003630             "fechado; a regra do ano nao pode mais mudar."
003640         GO TO 3000-EXIT
003650     END-IF
003652     IF PERIODO-INDISPONIVEL
003654         DISPLAY "Controle de periodos indisponivel; regra nao "
003656             "alterada."
003658         GO TO 3000-EXIT
003659     END-IF
003660     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
003670     READ REGRAS-AVALIACAO
003680         INVALID KEY
003690             CONTINUE
003700         NOT INVALID KEY
003710             DISPLAY "Regra do ano letivo ja cadastrada; use "
003720                 "a opcao Alterar."
003730             GO TO 3000-EXIT
003740     END-READ
003750     PERFORM 2300-OBTER-REGRA THRU 2300-EXIT
003760     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
003770     PERFORM 2400-MONTAR-REGISTRO THRU 2400-EXIT
003780     WRITE RGR-REGISTRO
003790         INVALID KEY
003800             DISPLAY "Regra do ano letivo ja cadastrada."
003810         NOT INVALID KEY
003820             DISPLAY "Regra do ano letivo " ANO-LETIVO
003830                 " incluida."
003840     END-WRITE.
003850 3000-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------
003890* 4000-ALTERAR - altera a regra de um ano letivo ainda nao
003900* apurado
003910*-----------------------------------------------------------
003920 4000-ALTERAR.
003930     PERFORM 2100-OBTER-ANO-LETIVO THRU 2100-EXIT
003940     PERFORM 2200-VERIFICAR-APURACAO THRU 2200-EXIT
003950     IF ANO-APURADO
003960         DISPLAY "Ano letivo " ANO-LETIVO " ja tem bimestre "
003970             "fechado; a regra do ano nao pode mais mudar."
003971         GO TO 4000-EXIT
003972     END-IF
003973     IF PERIODO-INDISPONIVEL
003974         DISPLAY "Controle de periodos indisponivel; regra nao "
003975             "alterada."
003980         GO TO 4000-EXIT
003990     END-IF
004000     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
004010     READ REGRAS-AVALIACAO
004020         INVALID KEY
004030             DISPLAY "Regra do ano letivo nao cadastrada."
004040         NOT INVALID KEY
004050             PERFORM 2500-EXIBIR-REGRA THRU 2500-EXIT
004060             PERFORM 2300-OBTER-REGRA THRU 2300-EXIT
004070             PERFORM 2400-MONTAR-REGISTRO THRU 2400-EXIT
004080             REWRITE RGR-REGISTRO
004090             DISPLAY "Regra do ano letivo alterada."
004100     END-READ.
004110 4000-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------
004150* 5000-CONSULTAR - mostra a regra do ano letivo
004160*-----------------------------------------------------------
004170 5000-CONSULTAR.
004180     PERFORM 2100-OBTER-ANO-LETIVO THRU 2100-EXIT
004190     MOVE ANO-LETIVO TO RGR-ANO-LETIVO
004200     READ REGRAS-AVALIACAO
004210         INVALID KEY
004220             DISPLAY "Regra do ano letivo nao cadastrada; vale "
004230                 "o padrao:"
004240             PERFORM 5100-EXIBIR-PADRAO THRU 5100-EXIT
004250         NOT INVALID KEY
004260             PERFORM 2500-EXIBIR-REGRA THRU 2500-EXIT
004270     END-READ.
004280 5000-EXIT.
004281     EXIT.
004282
004283*-----------------------------------------------------------
004284* 5100-EXIBIR-PADRAO - mostra a regra padrao de REGRAPAD, a
004285* que vale para ano letivo sem regra cadastrada
004286*-----------------------------------------------------------
004287 5100-EXIBIR-PADRAO.
004288     MOVE RGP-MEDIA-APROVACAO TO EXIBE-MEDIA
004289     DISPLAY "Media de aprovacao: " EXIBE-MEDIA
004290     MOVE RGP-MEDIA-RECUPERACAO TO EXIBE-MEDIA
004291     DISPLAY "Recuperacao a partir de: " EXIBE-MEDIA
004292     DISPLAY "Presenca minima: " RGP-FREQUENCIA-MINIMA "%"
004293     EVALUATE RGP-REGRA-RECUPERACAO
004294         WHEN "S"
004295             DISPLAY "Desfecho da recuperacao: substitui a media"
004296         WHEN "M"
004297             DISPLAY "Desfecho da recuperacao: maior nota"
004298         WHEN OTHER
004299             DISPLAY "Desfecho da recuperacao: media das duas"
004300     END-EVALUATE
004301     MOVE RGP-MEDIA-POS-RECUP TO EXIBE-MEDIA
004302     DISPLAY "Media final apos a recuperacao: " EXIBE-MEDIA
004303     MOVE RGP-MEDIA-ANUAL TO EXIBE-MEDIA
004304     DISPLAY "Media anual de aprovacao: " EXIBE-MEDIA.
004305 5100-EXIT.
004306     EXIT.
004307
004310*-----------------------------------------------------------
004320* 9000-FINALIZAR - fecha o arquivo de regras
004330*-----------------------------------------------------------
004340 9000-FINALIZAR.
004350     IF ARQUIVO-ABERTO
004360         CLOSE REGRAS-AVALIACAO
004370     END-IF.
004380 9000-EXIT.
004390     EXIT.
