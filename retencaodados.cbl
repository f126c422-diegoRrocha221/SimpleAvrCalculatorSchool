000100*****************************************************************
000110* Author:Diego R. Rocha
000120* Installation: Secretaria Escolar
000130* Purpose:Aplicar o prazo de retencao dos dados pessoais dos
000140* alunos (LGPD): com o prazo em anos informado na execucao,
000150* todo registro de ano letivo (ou, na trilha arquivada, de data)
000160* anterior ao ano de corte (ano corrente menos o prazo) tem os
000170* dados pessoais retirados. Na trilha de auditoria arquivada
000180* ALUNOS-ARQUIVADO, no resultado anual RESULTADO-ANUAL e nas
000190* linhas de aluno das folhas de digitacao FOLHAS, matricula e
000200* nome do aluno sao substituidos (e a justificativa da trilha,
000210* texto livre, apagada), preservando notas, medias e
000220* resultados. Os responsaveis (RESPONSAVEIS) de aluno que nao
000230* esta mais ativo, ou ja desativados, sem alteracao desde o
000240* corte tem nome e contatos apagados. A frequencia
000250* FREQUENCIA-ALUNOS, o historico de avisos enviados
000260* NOTIF-ENVIADAS e os pedidos de retificacao ja decididos
000270* (RETIFICACOES), que tem a matricula ou o nome na chave, sao
000280* eliminados. O historico escolar oficial fica intacto: o
000290* historico acumulado HISTORICO-ALUNOS, o cadastro de alunos
000300* (nome do documento) e as transferencias nao sao tocados. O
000310* mestre so tem o ano corrente. Cada registro tratado entra no
000320* registro de anonimizacoes ANONIMIZACOES com data, hora,
000330* operador e prazo; registro ja anonimizado nao e tratado de
000340* novo. Arquivo em uso por outra sessao fica para a proxima
000350* execucao, com aviso no relatorio RELRETEN. So a direcao
000360* entra (ControleAcesso).
000370* Tectonics: cobc
000380*-----------------------------------------------------------------
000390* Mod history:
000400*   2026-10-15 DRR  Criado (retencao e anonimizacao LGPD).
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. RetencaoDados.
000440 AUTHOR. Diego R. Rocha.
000450 INSTALLATION. Secretaria Escolar.
000460 DATE-WRITTEN. 15/10/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CADASTRO-ALUNOS ASSIGN TO "ALUNOSCD"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MAT-MATRICULA
000560         FILE STATUS IS FS-CADASTRO.
000570
000580     SELECT ALUNOS-ARQUIVADO ASSIGN TO "ALUNOSLA"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS LGA-CHAVE
000620         ALTERNATE RECORD KEY IS LGA-MATRICULA
000630             WITH DUPLICATES
000640         ALTERNATE RECORD KEY IS LGA-OPERADOR
000650             WITH DUPLICATES
000660         FILE STATUS IS FS-ARQUIVADO.
000670
000680     SELECT FREQUENCIA-ALUNOS ASSIGN TO "FREQALUN"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS FALT-CHAVE
000720         FILE STATUS IS FS-FREQUENCIA.
000730
000740     SELECT RESULTADO-ANUAL ASSIGN TO "RESANUAL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-RESULTADO.
000770
000780     SELECT RESULTADO-TRABALHO ASSIGN TO "RESTRAB"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-RES-TRABALHO.
000810
000820     SELECT RESPONSAVEIS ASSIGN TO "RESPONS"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RSP-CHAVE
000860         FILE STATUS IS FS-RESPONSAVEIS.
000870
000880     SELECT NOTIF-ENVIADAS ASSIGN TO "NOTIFENV"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS NTH-CHAVE
000920         FILE STATUS IS FS-ENVIADAS.
000930
000940     SELECT RETIFICACOES ASSIGN TO "RETIFICA"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS RTF-CHAVE
000980         FILE STATUS IS FS-RETIFICACOES.
000990
001000     SELECT FOLHAS ASSIGN TO "FOLHAS"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS FLH-CHAVE
001040         FILE STATUS IS FS-FOLHAS.
001050
001060     SELECT ANONIMIZACOES ASSIGN TO "ANONIMIZ"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS ANN-CHAVE
001100         FILE STATUS IS FS-ANONIMIZACOES.
001110
001120     SELECT RELATORIO-RETENCAO ASSIGN TO "RELRETEN"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS FS-RELATORIO.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  CADASTRO-ALUNOS.
001190 COPY MATRREG.
001200
001210 FD  ALUNOS-ARQUIVADO.
001220 COPY LOGARQ.
001230
001240 FD  FREQUENCIA-ALUNOS.
001250 COPY FALTREG.
001260
001270 FD  RESULTADO-ANUAL.
001280 COPY RESREG.
001290
001300 FD  RESULTADO-TRABALHO.
001310 01  RTR-REGISTRO                 PIC X(103).
001320
001330 FD  RESPONSAVEIS.
001340 COPY RESPREG.
001350
001360 FD  NOTIF-ENVIADAS.
001370 COPY NOTHREG.
001380
001390 FD  RETIFICACOES.
001400 COPY RETIFREG.
001410
001420 FD  FOLHAS.
001430 COPY FOLHAREG.
001440
001450 FD  ANONIMIZACOES.
001460 COPY ANONREG.
001470
001480 FD  RELATORIO-RETENCAO.
001490 01  LINHA-SAIDA                  PIC X(132).
001500
001510 WORKING-STORAGE SECTION.
001520 01  PRAZO-ANOS                   PIC 9(02).
001530 01  ANO-CORTE                    PIC 9(04).
001540 01  DATA-CORTE                   PIC 9(08).
001550 01  DATA-HOJE                    PIC 9(08).
001560 01  DATA-HOJE-R REDEFINES DATA-HOJE.
001570     05  ANO-HOJE                 PIC 9(04).
001580     05  FILLER                   PIC 9(04).
001590 01  HORA-AGORA                   PIC 9(08).
001600 01  CONFIRMA                     PIC X(01).
001610 01  NOME-ANONIMIZADO             PIC X(30) VALUE "ANONIMIZADO".
001620 01  FOLHA-ANO-LETIVO             PIC 9(04).
001630 01  FOLHA-NUMERO                 PIC 9(06).
001640
001650 01  OPERADOR                     PIC X(10).
001660 01  MODO-ACESSO                  PIC X(01) VALUE "S".
001670 01  FUNCAO-ACESSO                PIC X(12) VALUE "RETENCAO".
001680 01  PERFIL-OPERADOR              PIC X(01).
001690 01  PROFESSOR-OPERADOR           PIC 9(04).
001700 01  SITUACAO-ACESSO              PIC X(01).
001710
001720* Registro de anonimizacao em montagem
001730 01  TRATADO-ARQUIVO              PIC X(10).
001740 01  TRATADO-ACAO                 PIC X(01).
001750 01  TRATADO-ANO-LETIVO           PIC 9(04).
001760 01  TRATADO-REFERENCIA           PIC X(40).
001770 01  TRATADO-CAMPOS               PIC X(40).
001780 01  ULTIMA-SEQUENCIA             PIC 9(07).
001790
001800 01  REF-ARQUIVADO.
001810     05  FILLER                   PIC X(08) VALUE "Geracao ".
001820     05  RAR-GERACAO              PIC 9(06).
001830     05  FILLER                   PIC X(11) VALUE " sequencia ".
001840     05  RAR-SEQUENCIA            PIC 9(09).
001850
001860 01  REF-PERIODO.
001870     05  FILLER                   PIC X(04) VALUE "Bim ".
001880     05  RPE-BIMESTRE             PIC 9(01).
001890     05  FILLER                   PIC X(01) VALUE SPACES.
001900     05  RPE-TURMA                PIC X(06).
001910     05  FILLER                   PIC X(01) VALUE SPACES.
001920     05  RPE-MATERIA              PIC X(20).
001930     05  FILLER                   PIC X(01) VALUE SPACES.
001940     05  RPE-COMPLEMENTO          PIC X(06).
001950
001960 01  REF-RESPONSAVEL.
001970     05  FILLER                   PIC X(10) VALUE "Matricula ".
001980     05  RRS-MATRICULA            PIC 9(06).
001990     05  FILLER                   PIC X(13) VALUE
002000         " responsavel ".
002010     05  RRS-SEQUENCIA            PIC 9(01).
002020
002030 01  REF-FOLHA.
002040     05  FILLER                   PIC X(06) VALUE "Folha ".
002050     05  RFL-NUMERO               PIC 9(06).
002060     05  FILLER                   PIC X(07) VALUE " linha ".
002070     05  RFL-LINHA                PIC 9(03).
002080
002090 01  CONT-AUD-ANONIMIZADOS        PIC 9(07) COMP.
002100 01  CONT-FREQ-ELIMINADOS         PIC 9(07) COMP.
002110 01  CONT-RES-ANONIMIZADOS        PIC 9(07) COMP.
002120 01  CONT-RESP-ANONIMIZADOS       PIC 9(07) COMP.
002130 01  CONT-NOTIF-ELIMINADOS        PIC 9(07) COMP.
002140 01  CONT-RETIF-ELIMINADOS        PIC 9(07) COMP.
002150 01  CONT-RETIF-PENDENTES         PIC 9(07) COMP.
002160 01  CONT-FOLHA-ANONIMIZADOS      PIC 9(07) COMP.
002170
002180 01  SW-ARQUIVO-ABERTO            PIC X(01) VALUE "N".
002190     88  ARQUIVO-ABERTO                   VALUE "S".
002200 01  SW-CADASTRO-ABERTO           PIC X(01).
002210     88  CADASTRO-ABERTO                  VALUE "S".
002220 01  SW-FIM-ARQUIVO               PIC X(01).
002230     88  FIM-ARQUIVO                      VALUE "S".
002240 01  SW-ALUNO-ATIVO               PIC X(01).
002250     88  ALUNO-ATIVO                      VALUE "S".
002260
002270 01  FS-CADASTRO                  PIC X(02).
002280     88  FS-CADASTRO-OK                   VALUE "00".
002290 01  FS-ARQUIVADO                 PIC X(02).
002300     88  FS-ARQUIVADO-OK                  VALUE "00".
002310     88  FS-ARQUIVADO-INEXISTENTE         VALUE "35".
002320 01  FS-FREQUENCIA                PIC X(02).
002330     88  FS-FREQUENCIA-OK                 VALUE "00".
002340     88  FS-FREQUENCIA-INEXISTENTE        VALUE "35".
002350 01  FS-RESULTADO                 PIC X(02).
002360     88  FS-RESULTADO-OK                  VALUE "00".
002370     88  FS-RESULTADO-INEXISTENTE         VALUE "35".
002380 01  FS-RES-TRABALHO              PIC X(02).
002390     88  FS-RES-TRABALHO-OK               VALUE "00".
002400 01  FS-RESPONSAVEIS              PIC X(02).
002410     88  FS-RESPONSAVEIS-OK               VALUE "00".
002420     88  FS-RESPONSAVEIS-INEXISTENTE      VALUE "35".
002430 01  FS-ENVIADAS                  PIC X(02).
002440     88  FS-ENVIADAS-OK                   VALUE "00".
002450     88  FS-ENVIADAS-INEXISTENTE          VALUE "35".
002460 01  FS-RETIFICACOES              PIC X(02).
002470     88  FS-RETIFICACOES-OK               VALUE "00".
002480     88  FS-RETIFICACOES-INEXISTENTE      VALUE "35".
002490 01  FS-FOLHAS                    PIC X(02).
002500     88  FS-FOLHAS-OK                     VALUE "00".
002510     88  FS-FOLHAS-INEXISTENTE            VALUE "35".
002520 01  FS-ANONIMIZACOES             PIC X(02).
002530     88  FS-ANONIMIZACOES-OK              VALUE "00".
002540     88  FS-ANONIMIZACOES-INEXISTENTE     VALUE "35".
002550 01  FS-RELATORIO                 PIC X(02).
002560     88  FS-RELATORIO-OK                  VALUE "00".
002570
002580 01  LINHA-TITULO.
002590     05  FILLER                   PIC X(35) VALUE
002600         "Retencao de dados pessoais (LGPD) -".
002610     05  FILLER                   PIC X(01) VALUE SPACES.
002620     05  LT-DATA                  PIC 9(08).
002630     05  FILLER                   PIC X(12) VALUE
002640         " - operador ".
002650     05  LT-OPERADOR              PIC X(10).
002660
002670 01  LINHA-PRAZO.
002680     05  FILLER                   PIC X(26) VALUE
002690         "Prazo de retencao (anos): ".
002700     05  LPZ-PRAZO                PIC Z9.
002710     05  FILLER                   PIC X(38) VALUE
002720         "   Tratados registros de ano anterior ".
002730     05  FILLER                   PIC X(03) VALUE "a: ".
002740     05  LPZ-ANO-CORTE            PIC 9(04).
002750
002760 01  LINHA-AVISO.
002770     05  FILLER                   PIC X(07) VALUE "AVISO: ".
002780     05  LAV-TEXTO                PIC X(80).
002790
002800 01  LINHA-TOTAL.
002810     05  LTOT-TEXTO               PIC X(38).
002820     05  LTOT-VALOR               PIC ZZZZZZ9.
002830
002840 PROCEDURE DIVISION.
002850*-----------------------------------------------------------
002860* 0000-MAINLINE
002870*-----------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002900     IF ARQUIVO-ABERTO
002910         PERFORM 2000-TRATAR-ARQUIVADO THRU 2000-EXIT
002920         PERFORM 2500-TRATAR-FREQUENCIA THRU 2500-EXIT
002930         PERFORM 3000-TRATAR-RESULTADO THRU 3000-EXIT
002940         PERFORM 3500-TRATAR-RESPONSAVEIS THRU 3500-EXIT
002950         PERFORM 4000-TRATAR-ENVIADAS THRU 4000-EXIT
002960         PERFORM 4500-TRATAR-RETIFICACOES THRU 4500-EXIT
002970         PERFORM 5000-TRATAR-FOLHAS THRU 5000-EXIT
002980     END-IF
002990     PERFORM 9000-FINALIZAR THRU 9000-EXIT
003000     STOP RUN.
003010
003020*-----------------------------------------------------------
003030* 1000-INICIALIZAR - identifica o operador, le o prazo de
003040* retencao, confirma e abre o registro de anonimizacoes, sem
003050* o qual nada e tratado
003060*-----------------------------------------------------------
003070 1000-INICIALIZAR.
003080     MOVE ZERO TO CONT-AUD-ANONIMIZADOS CONT-FREQ-ELIMINADOS
003090         CONT-RES-ANONIMIZADOS CONT-RESP-ANONIMIZADOS
003100         CONT-NOTIF-ELIMINADOS CONT-RETIF-ELIMINADOS
003110         CONT-RETIF-PENDENTES CONT-FOLHA-ANONIMIZADOS
003120     CALL "ControleAcesso" USING MODO-ACESSO FUNCAO-ACESSO
003130         OPERADOR PERFIL-OPERADOR PROFESSOR-OPERADOR
003140         SITUACAO-ACESSO
003150     IF SITUACAO-ACESSO NOT = "A"
003160         GO TO 1000-EXIT
003170     END-IF
003180     ACCEPT DATA-HOJE FROM DATE YYYYMMDD
003190     ACCEPT HORA-AGORA FROM TIME
003200     PERFORM 1100-OBTER-PRAZO THRU 1100-EXIT
003210     SUBTRACT PRAZO-ANOS FROM ANO-HOJE GIVING ANO-CORTE
003220     COMPUTE DATA-CORTE = ANO-CORTE * 10000 + 101
003230     DISPLAY "Os dados pessoais dos registros anteriores a "
003240         ANO-CORTE " serao anonimizados ou eliminados. "
003250         "Confirma (S/N)? "
003260     ACCEPT CONFIRMA
003270     IF CONFIRMA NOT = "S"
003280         DISPLAY "Retencao cancelada."
003290         GO TO 1000-EXIT
003300     END-IF
003310     OPEN I-O ANONIMIZACOES WITH LOCK
003320     IF FS-ANONIMIZACOES-INEXISTENTE
003330         OPEN OUTPUT ANONIMIZACOES
003340         CLOSE ANONIMIZACOES
003350         OPEN I-O ANONIMIZACOES WITH LOCK
003360     END-IF
003370     IF NOT FS-ANONIMIZACOES-OK
003380         DISPLAY "Registro de anonimizacoes em uso por outra "
003390             "sessao; retencao nao iniciada. Status: "
003400             FS-ANONIMIZACOES
003410         GO TO 1000-EXIT
003420     END-IF
003430     MOVE "N" TO SW-CADASTRO-ABERTO
003440     OPEN INPUT CADASTRO-ALUNOS
003450     IF FS-CADASTRO-OK
003460         SET CADASTRO-ABERTO TO TRUE
003470     END-IF
003480     MOVE ZERO TO ULTIMA-SEQUENCIA
003490     OPEN OUTPUT RELATORIO-RETENCAO
003500     SET ARQUIVO-ABERTO TO TRUE
003510     MOVE DATA-HOJE TO LT-DATA
003520     MOVE OPERADOR TO LT-OPERADOR
003530     MOVE LINHA-TITULO TO LINHA-SAIDA
003540     WRITE LINHA-SAIDA
003550     MOVE PRAZO-ANOS TO LPZ-PRAZO
003560     MOVE ANO-CORTE TO LPZ-ANO-CORTE
003570     MOVE LINHA-PRAZO TO LINHA-SAIDA
003580     WRITE LINHA-SAIDA
003590     MOVE SPACES TO LINHA-SAIDA
003600     WRITE LINHA-SAIDA
003610     IF NOT CADASTRO-ABERTO
003620         MOVE "cadastro de alunos indisponivel; so responsaveis "
003630             TO LAV-TEXTO
003640         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
003650         MOVE "ja desativados serao tratados." TO LAV-TEXTO
003660         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
003670     END-IF.
003680 1000-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------
003720* 1100-OBTER-PRAZO - le e valida o prazo de retencao em anos
003730*-----------------------------------------------------------
003740 1100-OBTER-PRAZO.
003750     DISPLAY "Entre com o prazo de retencao em anos (1-99): "
003760     ACCEPT PRAZO-ANOS
003770     IF PRAZO-ANOS = ZERO THEN
003780         DISPLAY "Prazo invalido! Por favor entre com um "
003790             "prazo de 1 a 99 anos"
003800         GO TO 1100-OBTER-PRAZO
003810     END-IF.
003820 1100-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------
003860* 2000-TRATAR-ARQUIVADO - trilha de auditoria arquivada:
003870* registro de data anterior ao corte perde matricula, nome e
003880* justificativa; notas, medias, resultado, operador e origem
003890* ficam para a auditoria
003900*-----------------------------------------------------------
003910 2000-TRATAR-ARQUIVADO.
003920     OPEN I-O ALUNOS-ARQUIVADO WITH LOCK
003930     IF FS-ARQUIVADO-INEXISTENTE
003940         GO TO 2000-EXIT
003950     END-IF
003960     IF NOT FS-ARQUIVADO-OK
003970         MOVE "trilha arquivada ALUNOSLA em uso por outra "
003980             TO LAV-TEXTO
003990         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
004000         MOVE "sessao; nao tratada nesta execucao." TO LAV-TEXTO
004010         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
004020         GO TO 2000-EXIT
004030     END-IF
004040     MOVE "N" TO SW-FIM-ARQUIVO
004050     PERFORM 2100-ANONIMIZAR-ARQUIVADO THRU 2100-EXIT
004060         UNTIL FIM-ARQUIVO
004070     CLOSE ALUNOS-ARQUIVADO.
004080 2000-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------
004120* 2100-ANONIMIZAR-ARQUIVADO - le o proximo registro arquivado
004130* e, vencido o prazo, retira os dados pessoais; registro sem
004140* aluno (acesso recusado, liberacao do fechamento) ou ja
004150* anonimizado passa direto
004160*-----------------------------------------------------------
004170 2100-ANONIMIZAR-ARQUIVADO.
004180     READ ALUNOS-ARQUIVADO NEXT RECORD
004190         AT END
004200             SET FIM-ARQUIVO TO TRUE
004210             GO TO 2100-EXIT
004220     END-READ
004230     IF LGA-DATA NOT < DATA-CORTE
004240         GO TO 2100-EXIT
004250     END-IF
004260     IF LGA-MATRICULA = ZERO
004270         AND (LGA-NOME-ALUNO = SPACES
004280             OR LGA-NOME-ALUNO = NOME-ANONIMIZADO)
004290         GO TO 2100-EXIT
004300     END-IF
004310     MOVE ZERO TO LGA-MATRICULA
004320     MOVE NOME-ANONIMIZADO TO LGA-NOME-ALUNO
004330     MOVE SPACES TO LGA-JUSTIFICATIVA
004340     IF LGA-ORIGEM = "U" AND LGA-BIMESTRE = ZERO
004350         MOVE SPACES TO LGA-MATERIA
004360     END-IF
004370     REWRITE LGA-REGISTRO
004380         INVALID KEY
004390             GO TO 2100-EXIT
004400     END-REWRITE
004410     ADD 1 TO CONT-AUD-ANONIMIZADOS
004420     MOVE "ALUNOSLA" TO TRATADO-ARQUIVO
004430     MOVE "A" TO TRATADO-ACAO
004440     MOVE LGA-ANO-LETIVO TO TRATADO-ANO-LETIVO
004450     MOVE LGA-GERACAO TO RAR-GERACAO
004460     MOVE LGA-SEQUENCIA TO RAR-SEQUENCIA
004470     MOVE REF-ARQUIVADO TO TRATADO-REFERENCIA
004480     MOVE "Matricula, nome do aluno, justificativa"
004490         TO TRATADO-CAMPOS
004500     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
004510 2100-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------
004550* 2500-TRATAR-FREQUENCIA - a frequencia tem a matricula na
004560* chave: os anos letivos anteriores ao corte, que vem na
004570* frente da chave, sao eliminados
004580*-----------------------------------------------------------
004590 2500-TRATAR-FREQUENCIA.
004600     OPEN I-O FREQUENCIA-ALUNOS WITH LOCK
004610     IF FS-FREQUENCIA-INEXISTENTE
004620         GO TO 2500-EXIT
004630     END-IF
004640     IF NOT FS-FREQUENCIA-OK
004650         MOVE "frequencia FREQALUN em uso por outra sessao; "
004660             TO LAV-TEXTO
004670         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
004680         MOVE "nao tratada nesta execucao." TO LAV-TEXTO
004690         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
004700         GO TO 2500-EXIT
004710     END-IF
004720     MOVE "N" TO SW-FIM-ARQUIVO
004730     PERFORM 2600-ELIMINAR-FREQUENCIA THRU 2600-EXIT
004740         UNTIL FIM-ARQUIVO
004750     CLOSE FREQUENCIA-ALUNOS.
004760 2500-EXIT.
004770     EXIT.
004780
004790*-----------------------------------------------------------
004800* 2600-ELIMINAR-FREQUENCIA - elimina o proximo registro de
004810* frequencia enquanto o ano letivo for anterior ao corte
004820*-----------------------------------------------------------
004830 2600-ELIMINAR-FREQUENCIA.
004840     READ FREQUENCIA-ALUNOS NEXT RECORD
004850         AT END
004860             SET FIM-ARQUIVO TO TRUE
004870             GO TO 2600-EXIT
004880     END-READ
004890     IF FALT-ANO-LETIVO NOT < ANO-CORTE
004900         SET FIM-ARQUIVO TO TRUE
004910         GO TO 2600-EXIT
004920     END-IF
004930     DELETE FREQUENCIA-ALUNOS
004940         INVALID KEY
004950             GO TO 2600-EXIT
004960     END-DELETE
004970     ADD 1 TO CONT-FREQ-ELIMINADOS
004980     MOVE "FREQALUN" TO TRATADO-ARQUIVO
004990     MOVE "E" TO TRATADO-ACAO
005000     MOVE FALT-ANO-LETIVO TO TRATADO-ANO-LETIVO
005010     MOVE SPACES TO RPE-COMPLEMENTO
005020     MOVE FALT-BIMESTRE TO RPE-BIMESTRE
005030     MOVE FALT-TURMA TO RPE-TURMA
005040     MOVE FALT-MATERIA TO RPE-MATERIA
005050     MOVE REF-PERIODO TO TRATADO-REFERENCIA
005060     MOVE "Frequencia do aluno eliminada" TO TRATADO-CAMPOS
005070     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
005080 2600-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------
005120* 3000-TRATAR-RESULTADO - resultado anual (sequencial): copia
005130* para o arquivo de trabalho retirando matricula e nome dos
005140* anos anteriores ao corte e, havendo o que tratar, copia de
005150* volta
005160*-----------------------------------------------------------
005170 3000-TRATAR-RESULTADO.
005180     OPEN INPUT RESULTADO-ANUAL
005190     IF FS-RESULTADO-INEXISTENTE
005200         GO TO 3000-EXIT
005210     END-IF
005220     IF NOT FS-RESULTADO-OK
005230         MOVE "resultado anual RESANUAL indisponivel; nao "
005240             TO LAV-TEXTO
005250         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
005260         MOVE "tratado nesta execucao." TO LAV-TEXTO
005270         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
005280         GO TO 3000-EXIT
005290     END-IF
005300     OPEN OUTPUT RESULTADO-TRABALHO
005310     IF NOT FS-RES-TRABALHO-OK
005320         MOVE "arquivo de trabalho RESTRAB indisponivel; "
005330             TO LAV-TEXTO
005340         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
005350         MOVE "resultado anual nao tratado." TO LAV-TEXTO
005360         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
005370         CLOSE RESULTADO-ANUAL
005380         GO TO 3000-EXIT
005390     END-IF
005400     MOVE "N" TO SW-FIM-ARQUIVO
005410     PERFORM 3100-COPIAR-RESULTADO THRU 3100-EXIT
005420         UNTIL FIM-ARQUIVO
005430     CLOSE RESULTADO-ANUAL
005440     CLOSE RESULTADO-TRABALHO
005450     IF CONT-RES-ANONIMIZADOS = ZERO
005460         GO TO 3000-EXIT
005470     END-IF
005480     OPEN INPUT RESULTADO-TRABALHO
005490     OPEN OUTPUT RESULTADO-ANUAL
005500     MOVE "N" TO SW-FIM-ARQUIVO
005510     PERFORM 3200-DEVOLVER-RESULTADO THRU 3200-EXIT
005520         UNTIL FIM-ARQUIVO
005530     CLOSE RESULTADO-TRABALHO
005540     CLOSE RESULTADO-ANUAL.
005550 3000-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------
005590* 3100-COPIAR-RESULTADO - copia o registro para o arquivo de
005600* trabalho, anonimizado quando vencido o prazo
005610*-----------------------------------------------------------
005620 3100-COPIAR-RESULTADO.
005630     READ RESULTADO-ANUAL
005640         AT END
005650             SET FIM-ARQUIVO TO TRUE
005660             GO TO 3100-EXIT
005670     END-READ
005680     IF RES-ANO-LETIVO < ANO-CORTE
005690         AND RES-NOME-ALUNO NOT = NOME-ANONIMIZADO
005700         PERFORM 3110-ANONIMIZAR-RESULTADO THRU 3110-EXIT
005710     END-IF
005720     WRITE RTR-REGISTRO FROM RES-REGISTRO.
005730 3100-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------
005770* 3110-ANONIMIZAR-RESULTADO - retira matricula e nome do
005780* resultado anual e registra
005790*-----------------------------------------------------------
005800 3110-ANONIMIZAR-RESULTADO.
005810     MOVE ZERO TO RES-MATRICULA
005820     MOVE NOME-ANONIMIZADO TO RES-NOME-ALUNO
005830     ADD 1 TO CONT-RES-ANONIMIZADOS
005840     MOVE "RESANUAL" TO TRATADO-ARQUIVO
005850     MOVE "A" TO TRATADO-ACAO
005860     MOVE RES-ANO-LETIVO TO TRATADO-ANO-LETIVO
005870     MOVE SPACES TO RPE-COMPLEMENTO
005880     MOVE ZERO TO RPE-BIMESTRE
005890     MOVE RES-TURMA TO RPE-TURMA
005900     MOVE RES-MATERIA TO RPE-MATERIA
005910     MOVE REF-PERIODO TO TRATADO-REFERENCIA
005920     MOVE "Matricula, nome do aluno" TO TRATADO-CAMPOS
005930     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
005940 3110-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------
005980* 3200-DEVOLVER-RESULTADO - copia o arquivo de trabalho de
005990* volta para o resultado anual
006000*-----------------------------------------------------------
006010 3200-DEVOLVER-RESULTADO.
006020     READ RESULTADO-TRABALHO
006030         AT END
006040             SET FIM-ARQUIVO TO TRUE
006050             GO TO 3200-EXIT
006060     END-READ
006070     WRITE RES-REGISTRO FROM RTR-REGISTRO.
006080 3200-EXIT.
006090     EXIT.
006100
006110*-----------------------------------------------------------
006120* 3500-TRATAR-RESPONSAVEIS - responsaveis sem alteracao desde
006130* o corte, ja desativados ou de aluno que nao esta mais ativo
006140*-----------------------------------------------------------
006150 3500-TRATAR-RESPONSAVEIS.
006160     OPEN I-O RESPONSAVEIS WITH LOCK
006170     IF FS-RESPONSAVEIS-INEXISTENTE
006180         GO TO 3500-EXIT
006190     END-IF
006200     IF NOT FS-RESPONSAVEIS-OK
006210         MOVE "responsaveis RESPONS em uso por outra sessao; "
006220             TO LAV-TEXTO
006230         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
006240         MOVE "nao tratados nesta execucao." TO LAV-TEXTO
006250         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
006260         GO TO 3500-EXIT
006270     END-IF
006280     MOVE "N" TO SW-FIM-ARQUIVO
006290     PERFORM 3600-ANONIMIZAR-RESPONSAVEL THRU 3600-EXIT
006300         UNTIL FIM-ARQUIVO
006310     CLOSE RESPONSAVEIS.
006320 3500-EXIT.
006330     EXIT.
006340
006350*-----------------------------------------------------------
006360* 3600-ANONIMIZAR-RESPONSAVEL - le o proximo responsavel e,
006370* vencido o prazo, apaga nome e contatos e o desativa; o
006380* parentesco fica. Responsavel ativo de aluno ativo nunca e
006390* tratado
006400*-----------------------------------------------------------
006410 3600-ANONIMIZAR-RESPONSAVEL.
006420     READ RESPONSAVEIS NEXT RECORD
006430         AT END
006440             SET FIM-ARQUIVO TO TRUE
006450             GO TO 3600-EXIT
006460     END-READ
006470     IF RSP-DATA-ALTERACAO NOT < DATA-CORTE
006480         OR RSP-NOME = NOME-ANONIMIZADO
006490         GO TO 3600-EXIT
006500     END-IF
006510     IF RSP-ATIVO
006520         PERFORM 3610-VERIFICAR-ALUNO THRU 3610-EXIT
006530         IF ALUNO-ATIVO
006540             GO TO 3600-EXIT
006550         END-IF
006560     END-IF
006570     MOVE NOME-ANONIMIZADO TO RSP-NOME
006580     MOVE SPACES TO RSP-TELEFONE RSP-EMAIL RSP-ENDERECO
006590     SET RSP-INATIVO TO TRUE
006600     MOVE DATA-HOJE TO RSP-DATA-ALTERACAO
006610     MOVE OPERADOR TO RSP-OPERADOR
006620     REWRITE RSP-REGISTRO
006630         INVALID KEY
006640             GO TO 3600-EXIT
006650     END-REWRITE
006660     ADD 1 TO CONT-RESP-ANONIMIZADOS
006670     MOVE "RESPONS" TO TRATADO-ARQUIVO
006680     MOVE "A" TO TRATADO-ACAO
006690     MOVE ZERO TO TRATADO-ANO-LETIVO
006700     MOVE RSP-MATRICULA TO RRS-MATRICULA
006710     MOVE RSP-SEQUENCIA TO RRS-SEQUENCIA
006720     MOVE REF-RESPONSAVEL TO TRATADO-REFERENCIA
006730     MOVE "Nome, telefone, e-mail, endereco" TO TRATADO-CAMPOS
006740     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
006750 3600-EXIT.
006760     EXIT.
006770
006780*-----------------------------------------------------------
006790* 3610-VERIFICAR-ALUNO - aluno do responsavel ativo no
006800* cadastro; sem o cadastro, o aluno e tido como ativo
006810*-----------------------------------------------------------
006820 3610-VERIFICAR-ALUNO.
006830     SET ALUNO-ATIVO TO TRUE
006840     IF NOT CADASTRO-ABERTO
006850         GO TO 3610-EXIT
006860     END-IF
006870     MOVE RSP-MATRICULA TO MAT-MATRICULA
006880     READ CADASTRO-ALUNOS
006890         INVALID KEY
006900             MOVE "N" TO SW-ALUNO-ATIVO
006910             GO TO 3610-EXIT
006920     END-READ
006930     IF NOT MAT-ATIVO
006940         MOVE "N" TO SW-ALUNO-ATIVO
006950     END-IF.
006960 3610-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------
007000* 4000-TRATAR-ENVIADAS - historico de avisos as familias: a
007010* matricula esta na chave, os avisos de ano anterior ao corte
007020* sao eliminados
007030*-----------------------------------------------------------
007040 4000-TRATAR-ENVIADAS.
007050     OPEN I-O NOTIF-ENVIADAS WITH LOCK
007060     IF FS-ENVIADAS-INEXISTENTE
007070         GO TO 4000-EXIT
007080     END-IF
007090     IF NOT FS-ENVIADAS-OK
007100         MOVE "avisos enviados NOTIFENV em uso por outra "
007110             TO LAV-TEXTO
007120         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
007130         MOVE "sessao; nao tratados nesta execucao." TO LAV-TEXTO
007140         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
007150         GO TO 4000-EXIT
007160     END-IF
007170     MOVE "N" TO SW-FIM-ARQUIVO
007180     PERFORM 4100-ELIMINAR-ENVIADA THRU 4100-EXIT
007190         UNTIL FIM-ARQUIVO
007200     CLOSE NOTIF-ENVIADAS.
007210 4000-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------------
007250* 4100-ELIMINAR-ENVIADA - le o proximo aviso enviado e o
007260* elimina quando o ano letivo e anterior ao corte
007270*-----------------------------------------------------------
007280 4100-ELIMINAR-ENVIADA.
007290     READ NOTIF-ENVIADAS NEXT RECORD
007300         AT END
007310             SET FIM-ARQUIVO TO TRUE
007320             GO TO 4100-EXIT
007330     END-READ
007340     IF NTH-ANO-LETIVO NOT < ANO-CORTE
007350         GO TO 4100-EXIT
007360     END-IF
007370     DELETE NOTIF-ENVIADAS
007380         INVALID KEY
007390             GO TO 4100-EXIT
007400     END-DELETE
007410     ADD 1 TO CONT-NOTIF-ELIMINADOS
007420     MOVE "NOTIFENV" TO TRATADO-ARQUIVO
007430     MOVE "E" TO TRATADO-ACAO
007440     MOVE NTH-ANO-LETIVO TO TRATADO-ANO-LETIVO
007450     MOVE SPACES TO RPE-COMPLEMENTO RPE-TURMA
007460     MOVE NTH-BIMESTRE TO RPE-BIMESTRE
007470     MOVE NTH-MATERIA TO RPE-MATERIA
007480     MOVE NTH-TIPO TO RPE-COMPLEMENTO
007490     MOVE REF-PERIODO TO TRATADO-REFERENCIA
007500     MOVE "Aviso a familia eliminado" TO TRATADO-CAMPOS
007510     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
007520 4100-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------
007560* 4500-TRATAR-RETIFICACOES - pedidos de retificacao (nome do
007570* aluno na chave): os ja decididos de ano anterior ao corte
007580* sao eliminados; a decisao aprovada segue na trilha
007590* (origem X). Pedido ainda pendente fica e sai no total
007600*-----------------------------------------------------------
007610 4500-TRATAR-RETIFICACOES.
007620     OPEN I-O RETIFICACOES WITH LOCK
007630     IF FS-RETIFICACOES-INEXISTENTE
007640         GO TO 4500-EXIT
007650     END-IF
007660     IF NOT FS-RETIFICACOES-OK
007670         MOVE "retificacoes RETIFICA em uso por outra sessao; "
007680             TO LAV-TEXTO
007690         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
007700         MOVE "nao tratadas nesta execucao." TO LAV-TEXTO
007710         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
007720         GO TO 4500-EXIT
007730     END-IF
007740     MOVE "N" TO SW-FIM-ARQUIVO
007750     PERFORM 4600-ELIMINAR-RETIFICACAO THRU 4600-EXIT
007760         UNTIL FIM-ARQUIVO
007770     CLOSE RETIFICACOES.
007780 4500-EXIT.
007790     EXIT.
007800
007810*-----------------------------------------------------------
007820* 4600-ELIMINAR-RETIFICACAO - elimina o proximo pedido
007830* decidido enquanto o ano letivo for anterior ao corte
007840*-----------------------------------------------------------
007850 4600-ELIMINAR-RETIFICACAO.
007860     READ RETIFICACOES NEXT RECORD
007870         AT END
007880             SET FIM-ARQUIVO TO TRUE
007890             GO TO 4600-EXIT
007900     END-READ
007910     IF RTF-ANO-LETIVO NOT < ANO-CORTE
007920         SET FIM-ARQUIVO TO TRUE
007930         GO TO 4600-EXIT
007940     END-IF
007950     IF RTF-PENDENTE
007960         ADD 1 TO CONT-RETIF-PENDENTES
007970         GO TO 4600-EXIT
007980     END-IF
007990     DELETE RETIFICACOES
008000         INVALID KEY
008010             GO TO 4600-EXIT
008020     END-DELETE
008030     ADD 1 TO CONT-RETIF-ELIMINADOS
008040     MOVE "RETIFICA" TO TRATADO-ARQUIVO
008050     MOVE "E" TO TRATADO-ACAO
008060     MOVE RTF-ANO-LETIVO TO TRATADO-ANO-LETIVO
008070     MOVE SPACES TO RPE-COMPLEMENTO
008080     MOVE RTF-BIMESTRE TO RPE-BIMESTRE
008090     MOVE RTF-TURMA TO RPE-TURMA
008100     MOVE RTF-MATERIA TO RPE-MATERIA
008110     MOVE RTF-SEQUENCIA TO RPE-COMPLEMENTO
008120     MOVE REF-PERIODO TO TRATADO-REFERENCIA
008130     MOVE "Pedido de retificacao eliminado" TO TRATADO-CAMPOS
008140     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
008150 4600-EXIT.
008160     EXIT.
008170
008180*-----------------------------------------------------------
008190* 5000-TRATAR-FOLHAS - folhas de digitacao: as linhas de
008200* aluno de folha de ano anterior ao corte perdem matricula e
008210* nome; o cabecalho (turma, materia, professor) fica
008220*-----------------------------------------------------------
008230 5000-TRATAR-FOLHAS.
008240     OPEN I-O FOLHAS WITH LOCK
008250     IF FS-FOLHAS-INEXISTENTE
008260         GO TO 5000-EXIT
008270     END-IF
008280     IF NOT FS-FOLHAS-OK
008290         MOVE "folhas FOLHAS em uso por outra sessao; nao "
008300             TO LAV-TEXTO
008310         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
008320         MOVE "tratadas nesta execucao." TO LAV-TEXTO
008330         PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
008340         GO TO 5000-EXIT
008350     END-IF
008360     MOVE ZERO TO FOLHA-NUMERO FOLHA-ANO-LETIVO
008370     MOVE "N" TO SW-FIM-ARQUIVO
008380     PERFORM 5100-ANONIMIZAR-LINHA THRU 5100-EXIT
008390         UNTIL FIM-ARQUIVO
008400     CLOSE FOLHAS.
008410 5000-EXIT.
008420     EXIT.
008430
008440*-----------------------------------------------------------
008450* 5100-ANONIMIZAR-LINHA - le o proximo registro das folhas:
008460* cabecalho guarda o ano letivo da folha; linha de aluno de
008470* folha vencida perde matricula e nome. Folha zero e o
008480* controle da numeracao
008490*-----------------------------------------------------------
008500 5100-ANONIMIZAR-LINHA.
008510     READ FOLHAS NEXT RECORD
008520         AT END
008530             SET FIM-ARQUIVO TO TRUE
008540             GO TO 5100-EXIT
008550     END-READ
008560     IF FLH-NUMERO = ZERO
008570         GO TO 5100-EXIT
008580     END-IF
008590     IF FLH-LINHA = ZERO
008600         MOVE FLH-NUMERO TO FOLHA-NUMERO
008610         MOVE FLH-ANO-LETIVO TO FOLHA-ANO-LETIVO
008620         GO TO 5100-EXIT
008630     END-IF
008640     IF FLH-NUMERO NOT = FOLHA-NUMERO
008650         OR FOLHA-ANO-LETIVO NOT < ANO-CORTE
008660         OR FLA-NOME-ALUNO = NOME-ANONIMIZADO
008670         GO TO 5100-EXIT
008680     END-IF
008690     MOVE ZERO TO FLA-MATRICULA
008700     MOVE NOME-ANONIMIZADO TO FLA-NOME-ALUNO
008710     REWRITE FLH-REGISTRO
008720         INVALID KEY
008730             GO TO 5100-EXIT
008740     END-REWRITE
008750     ADD 1 TO CONT-FOLHA-ANONIMIZADOS
008760     MOVE "FOLHAS" TO TRATADO-ARQUIVO
008770     MOVE "A" TO TRATADO-ACAO
008780     MOVE FOLHA-ANO-LETIVO TO TRATADO-ANO-LETIVO
008790     MOVE FLH-NUMERO TO RFL-NUMERO
008800     MOVE FLH-LINHA TO RFL-LINHA
008810     MOVE REF-FOLHA TO TRATADO-REFERENCIA
008820     MOVE "Matricula, nome do aluno" TO TRATADO-CAMPOS
008830     PERFORM 8000-REGISTRAR-ANONIMIZACAO THRU 8000-EXIT.
008840 5100-EXIT.
008850     EXIT.
008860
008870*-----------------------------------------------------------
008880* 8000-REGISTRAR-ANONIMIZACAO - grava o registro tratado no
008890* registro de anonimizacoes, sob a data e hora da execucao
008900*-----------------------------------------------------------
008910 8000-REGISTRAR-ANONIMIZACAO.
008920     ADD 1 TO ULTIMA-SEQUENCIA
008930     MOVE DATA-HOJE TO ANN-DATA-EXECUCAO
008940     MOVE HORA-AGORA TO ANN-HORA-EXECUCAO
008950     MOVE ULTIMA-SEQUENCIA TO ANN-SEQUENCIA
008960     MOVE OPERADOR TO ANN-OPERADOR
008970     MOVE PRAZO-ANOS TO ANN-PRAZO-ANOS
008980     MOVE ANO-CORTE TO ANN-ANO-CORTE
008990     MOVE TRATADO-ARQUIVO TO ANN-ARQUIVO
009000     MOVE TRATADO-ACAO TO ANN-ACAO
009010     MOVE TRATADO-ANO-LETIVO TO ANN-ANO-LETIVO
009020     MOVE TRATADO-REFERENCIA TO ANN-REFERENCIA
009030     MOVE TRATADO-CAMPOS TO ANN-CAMPOS
009040     WRITE ANN-REGISTRO
009050         INVALID KEY
009060             MOVE "registro de anonimizacao nao gravado para "
009070                 TO LAV-TEXTO
009080             PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
009090             MOVE TRATADO-REFERENCIA TO LAV-TEXTO
009100             PERFORM 8100-IMPRIMIR-AVISO THRU 8100-EXIT
009110     END-WRITE.
009120 8000-EXIT.
009130     EXIT.
009140
009150*-----------------------------------------------------------
009160* 8100-IMPRIMIR-AVISO - linha de aviso no relatorio
009170*-----------------------------------------------------------
009180 8100-IMPRIMIR-AVISO.
009190     MOVE LINHA-AVISO TO LINHA-SAIDA
009200     WRITE LINHA-SAIDA.
009210 8100-EXIT.
009220     EXIT.
009230
009240*-----------------------------------------------------------
009250* 8200-IMPRIMIR-TOTAIS - totais por arquivo no relatorio
009260*-----------------------------------------------------------
009270 8200-IMPRIMIR-TOTAIS.
009280     MOVE SPACES TO LINHA-SAIDA
009290     WRITE LINHA-SAIDA
009300     MOVE "Trilha arquivada - anonimizados:      " TO LTOT-TEXTO
009310     MOVE CONT-AUD-ANONIMIZADOS TO LTOT-VALOR
009320     MOVE LINHA-TOTAL TO LINHA-SAIDA
009330     WRITE LINHA-SAIDA
009340     MOVE "Frequencia - eliminados:              " TO LTOT-TEXTO
009350     MOVE CONT-FREQ-ELIMINADOS TO LTOT-VALOR
009360     MOVE LINHA-TOTAL TO LINHA-SAIDA
009370     WRITE LINHA-SAIDA
009380     MOVE "Resultado anual - anonimizados:       " TO LTOT-TEXTO
009390     MOVE CONT-RES-ANONIMIZADOS TO LTOT-VALOR
009400     MOVE LINHA-TOTAL TO LINHA-SAIDA
009410     WRITE LINHA-SAIDA
009420     MOVE "Responsaveis - anonimizados:          " TO LTOT-TEXTO
009430     MOVE CONT-RESP-ANONIMIZADOS TO LTOT-VALOR
009440     MOVE LINHA-TOTAL TO LINHA-SAIDA
009450     WRITE LINHA-SAIDA
009460     MOVE "Avisos enviados - eliminados:         " TO LTOT-TEXTO
009470     MOVE CONT-NOTIF-ELIMINADOS TO LTOT-VALOR
009480     MOVE LINHA-TOTAL TO LINHA-SAIDA
009490     WRITE LINHA-SAIDA
009500     MOVE "Retificacoes - eliminadas:            " TO LTOT-TEXTO
009510     MOVE CONT-RETIF-ELIMINADOS TO LTOT-VALOR
009520     MOVE LINHA-TOTAL TO LINHA-SAIDA
009530     WRITE LINHA-SAIDA
009540     MOVE "Retificacoes - pendentes (mantidas):  " TO LTOT-TEXTO
009550     MOVE CONT-RETIF-PENDENTES TO LTOT-VALOR
009560     MOVE LINHA-TOTAL TO LINHA-SAIDA
009570     WRITE LINHA-SAIDA
009580     MOVE "Folhas de digitacao - anonimizadas:   " TO LTOT-TEXTO
009590     MOVE CONT-FOLHA-ANONIMIZADOS TO LTOT-VALOR
009600     MOVE LINHA-TOTAL TO LINHA-SAIDA
009610     WRITE LINHA-SAIDA
009620     MOVE "Registros no registro de anonimizacao:" TO LTOT-TEXTO
009630     MOVE ULTIMA-SEQUENCIA TO LTOT-VALOR
009640     MOVE LINHA-TOTAL TO LINHA-SAIDA
009650     WRITE LINHA-SAIDA.
009660 8200-EXIT.
009670     EXIT.
009680
009690*-----------------------------------------------------------
009700* 9000-FINALIZAR - totais, fechamento dos arquivos e resumo
009710*-----------------------------------------------------------
009720 9000-FINALIZAR.
009730     IF NOT ARQUIVO-ABERTO
009740         GO TO 9000-EXIT
009750     END-IF
009760     PERFORM 8200-IMPRIMIR-TOTAIS THRU 8200-EXIT
009770     IF CADASTRO-ABERTO
009780         CLOSE CADASTRO-ALUNOS
009790     END-IF
009800     CLOSE ANONIMIZACOES
009810     CLOSE RELATORIO-RETENCAO
009820     DISPLAY "Retencao concluida: " ULTIMA-SEQUENCIA
009830         " registro(s) anonimizado(s) ou eliminado(s) de ano "
009840         "anterior a " ANO-CORTE "."
009850     DISPLAY "Totais no relatorio RELRETEN; detalhe no registro "
009860         "de anonimizacoes.".
009870 9000-EXIT.
009880     EXIT.
