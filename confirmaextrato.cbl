000180* extrato sem resposta tambem e apontada. Regera o extrato de
000190* reprocessamento ("EXTREPRO") somente com as linhas que ainda
000200* precisam ir; o periodo so e considerado transmitido quando
000205* todas as linhas foram confirmadas. A resposta a uma linha de
000210* retificacao (tipo R) so casa com a retificacao enviada, e a
000215* resposta ao primeiro envio so com a linha de envio.
000220* Tectonics: cobc
000230*-----------------------------------------------------------------
000240* Mod history:
000270*                   esta como enviado: registro que voltou a
000280*                   pendente (correcao ou conselho) mantem o
000290*                   reenvio em aberto.
000291*   2026-10-15 DRR  Casa o retorno pela chave e pelo tipo da
000292*                   linha: retificacao aceita confirma o registro
000293*                   com retificacao enviada, rejeitada o marca
000294*                   como retificacao rejeitada; totais proprios
000295*                   das retificacoes no relatorio.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ConfirmaExtrato.
000710 COPY RETREG.
000720
000730 FD  EXTRATO-REPROCESSO.
000740 01  REP-REGISTRO                 PIC X(101).
000750
000760 FD  RELATORIO-RETORNO.
000770 01  LINHA-SAIDA                  PIC X(120).
000890 01  CONT-SEM-RESPOSTA            PIC 9(05) COMP.
000900 01  CONT-SEM-EXTRATO             PIC 9(05) COMP.
000910 01  CONT-REPROCESSAR             PIC 9(05) COMP.
000911 01  CONT-RETIF-CONFIRMADAS       PIC 9(05) COMP.
000912 01  CONT-RETIF-REJEITADAS        PIC 9(05) COMP.
000913
000914 01  TIPO-RETORNO                 PIC X(01).
000915     88  TIPO-RETORNO-RETIFICACAO         VALUE "R".
000920
000930 01  SW-FIM-ARQUIVO               PIC X(01).
000940     88  FIM-ARQUIVO                      VALUE "S".
001280     05  TE-ITEM OCCURS 2000 TIMES.
001290         10  TE-CHAVE             PIC X(61).
001300         10  TE-SITUACAO          PIC X(01).
001306         10  TE-TIPO              PIC X(01).
001312         10  TE-LINHA             PIC X(101).
001320 01  TE-QTD                       PIC 9(04) COMP.
001330 01  TE-IDX                       PIC 9(04) COMP.
001340 01  TE-ACHADO                    PIC 9(04) COMP.
001740 1000-INICIALIZAR.
001750     MOVE ZERO TO CONT-EXTRATO CONT-RETORNOS CONT-CONFIRMADAS
001760         CONT-REJEITADAS CONT-SEM-RESPOSTA CONT-SEM-EXTRATO
001766         CONT-REPROCESSAR TE-QTD CONT-RETIF-CONFIRMADAS
001772         CONT-RETIF-REJEITADAS
001780     OPEN INPUT RETORNO-EXTRATO
001790     IF NOT FS-RETORNO-OK
001800         DISPLAY "Arquivo de retorno (EXTRETOR) nao encontrado."
002450         MOVE EXT-NOME-ALUNO TO CM-NOME-ALUNO
002460         MOVE CHAVE-MONTADA TO TE-CHAVE(TE-QTD)
002470         MOVE "P" TO TE-SITUACAO(TE-QTD)
002471         IF EXT-RETIFICACAO
002472             MOVE "R" TO TE-TIPO(TE-QTD)
002473         ELSE
002474             MOVE "N" TO TE-TIPO(TE-QTD)
002475         END-IF
002480         MOVE EXT-REGISTRO TO TE-LINHA(TE-QTD)
002490     ELSE
002500         IF NOT TAB-EXT-CHEIA
002850
002860*-----------------------------------------------------------
002870* 3200-CASAR-RETORNO - localiza a linha do extrato respondida
002876* (mesma chave e mesmo tipo: envio ou retificacao) e aplica o
002882* aceite ou a rejeicao
002890*-----------------------------------------------------------
002900 3200-CASAR-RETORNO.
002910     ADD 1 TO CONT-RETORNOS
002940     MOVE RET-TURMA TO CM-TURMA
002950     MOVE RET-MATERIA TO CM-MATERIA
002960     MOVE RET-NOME-ALUNO TO CM-NOME-ALUNO
002961     IF RET-RETIFICACAO
002962         MOVE "R" TO TIPO-RETORNO
002963     ELSE
002964         MOVE "N" TO TIPO-RETORNO
002965     END-IF
002970     MOVE "N" TO SW-CHAVE-ACHADA
002980     MOVE ZERO TO TE-ACHADO
002990     PERFORM VARYING TE-IDX FROM 1 BY 1 UNTIL TE-IDX > TE-QTD
003010     END-PERFORM
003020     IF NOT CHAVE-ACHADA
003030         ADD 1 TO CONT-SEM-EXTRATO
003033         IF TIPO-RETORNO-RETIFICACAO
003036             MOVE "RETIFICACAO SEM EXTR. " TO LDV-TEXTO
003039         ELSE
003042             MOVE "RETORNO SEM EXTRATO   " TO LDV-TEXTO
003045         END-IF
003050         MOVE CHAVE-MONTADA TO LDV-CHAVE
003060         MOVE RET-MOTIVO TO LDV-MOTIVO
003070         MOVE LINHA-DIVERGENCIA TO LINHA-SAIDA
003100         IF RET-ACEITA
003110             MOVE "C" TO TE-SITUACAO(TE-ACHADO)
003120             ADD 1 TO CONT-CONFIRMADAS
003122             IF TIPO-RETORNO-RETIFICACAO
003124                 ADD 1 TO CONT-RETIF-CONFIRMADAS
003126             END-IF
003130             PERFORM 4000-MARCAR-MESTRE THRU 4000-EXIT
003140         ELSE
003150             MOVE "R" TO TE-SITUACAO(TE-ACHADO)
003160             ADD 1 TO CONT-REJEITADAS
003162             IF TIPO-RETORNO-RETIFICACAO
003164                 ADD 1 TO CONT-RETIF-REJEITADAS
003166                 MOVE "RETIFICACAO REJEITADA " TO LDV-TEXTO
003168             ELSE
003170                 MOVE "REJEITADA PELO EXTERNO" TO LDV-TEXTO
003172             END-IF
003180             MOVE CHAVE-MONTADA TO LDV-CHAVE
003190             MOVE RET-MOTIVO TO LDV-MOTIVO
003200             MOVE LINHA-DIVERGENCIA TO LINHA-SAIDA
003270     EXIT.
003280
003290*-----------------------------------------------------------
003300* 3210-COMPARAR-CHAVE - localiza a chave e o tipo do retorno
003310* na tabela do extrato e guarda o indice em TE-ACHADO
003320*-----------------------------------------------------------
003330 3210-COMPARAR-CHAVE.
003340     IF NOT CHAVE-ACHADA
003350         IF TE-CHAVE(TE-IDX) = CHAVE-MONTADA
003355             AND TE-TIPO(TE-IDX) = TIPO-RETORNO
003360             SET CHAVE-ACHADA TO TRUE
003370             MOVE TE-IDX TO TE-ACHADO
003380         END-IF
003420
003430*-----------------------------------------------------------
003440* 4000-MARCAR-MESTRE - marca no registro mestre a situacao de
003445* transmissao devolvida pelo retorno (confirmado/rejeitado); a
003450* resposta de retificacao so marca registro com retificacao
003455* enviada
003460*-----------------------------------------------------------
003470 4000-MARCAR-MESTRE.
003480     IF NOT MASTER-DISPONIVEL
003570         INVALID KEY
003580             GO TO 4000-EXIT
003590     END-READ
003592     IF TIPO-RETORNO-RETIFICACAO
003594         PERFORM 4100-MARCAR-RETIFICACAO THRU 4100-EXIT
003596         GO TO 4000-EXIT
003598     END-IF
003600     IF NOT REG-TRANSM-ENVIADO
003610         GO TO 4000-EXIT
003620     END-IF
003670     END-IF
003680     REWRITE REG-ALUNO.
003690 4000-EXIT.
003691     EXIT.
003692
003693*-----------------------------------------------------------
003694* 4100-MARCAR-RETIFICACAO - retificacao aceita volta o registro
003695* a confirmado; rejeitada o deixa como retificacao rejeitada,
003696* para o proximo extrato reenviar a retificacao
003697*-----------------------------------------------------------
003698 4100-MARCAR-RETIFICACAO.
003699     IF NOT REG-TRANSM-RETIF-ENVIADA
003700         GO TO 4100-EXIT
003701     END-IF
003702     IF RET-ACEITA
003703         SET REG-TRANSM-CONFIRMADO TO TRUE
003704     ELSE
003705         SET REG-TRANSM-RETIF-REJEITADA TO TRUE
003706     END-IF
003707     REWRITE REG-ALUNO.
003708 4100-EXIT.
003709     EXIT.
003710
003720*-----------------------------------------------------------
003730* 5000-APONTAR-SEM-RESPOSTA - aponta as linhas do extrato que
003860 5100-APONTAR-LINHA.
003870     IF TE-SITUACAO(TE-IDX) = "P"
003880         ADD 1 TO CONT-SEM-RESPOSTA
003883         IF TE-TIPO(TE-IDX) = "R"
003886             MOVE "RETIFICACAO SEM RESP. " TO LDV-TEXTO
003889         ELSE
003892             MOVE "EXTRATO SEM RESPOSTA  " TO LDV-TEXTO
003895         END-IF
003900         MOVE TE-CHAVE(TE-IDX) TO LDV-CHAVE
003910         MOVE SPACES TO LDV-MOTIVO
003920         MOVE LINHA-DIVERGENCIA TO LINHA-SAIDA
004430     MOVE CONT-REJEITADAS TO LTOT-VALOR
004440     MOVE LINHA-TOTAL TO LINHA-SAIDA
004450     WRITE LINHA-SAIDA
004451     MOVE "  Retificacoes confirmadas:       " TO LTOT-TEXTO
004452     MOVE CONT-RETIF-CONFIRMADAS TO LTOT-VALOR
004453     MOVE LINHA-TOTAL TO LINHA-SAIDA
004454     WRITE LINHA-SAIDA
004455     MOVE "  Retificacoes rejeitadas:        " TO LTOT-TEXTO
004456     MOVE CONT-RETIF-REJEITADAS TO LTOT-VALOR
004457     MOVE LINHA-TOTAL TO LINHA-SAIDA
004458     WRITE LINHA-SAIDA
004460     MOVE "Linhas sem resposta:              " TO LTOT-TEXTO
004470     MOVE CONT-SEM-RESPOSTA TO LTOT-VALOR
004480     MOVE LINHA-TOTAL TO LINHA-SAIDA
