000150* periodo/turma e materia, cada aluno com recuperacao pendente
000160* de lancamento (REG-STATUS-RECUPERACAO = "P"), com as notas, a
000170* media e a nota minima que precisa tirar no exame para a media
000180* final alcancar a exigida pela regra. Ao final, resumo com as
000190* pendencias por materia, para nenhum exame ficar sem
000200* lancamento no fechamento do periodo.
000210* Tectonics: cobc
000220*-----------------------------------------------------------------
000230* Mod history:
000240*   2026-08-22 DRR  Criado (convocacao de recuperacao).
000241*   2026-10-15 DRR  Nota minima do exame calculada pela regra
000242*                   de avaliacao do ano letivo (ConsultaRegras):
000243*                   desfecho e media exigida apos a recuperacao,
000244*                   em vez do corte fixo no programa.
000245*   2026-10-15 DRR  Regra do ano ilegivel interrompe a lista,
000246*                   com aviso no relatorio.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RelatorioRecuperacao.
000610 01  CONT-GRUPO                   PIC 9(05) COMP.
000620 01  CONT-GERAL                   PIC 9(05) COMP.
000630 01  NOTA-MINIMA                  PIC 99V99.
000631 01  NOTA-CALCULADA               PIC S99V99.
000632 01  ANO-REGRA                    PIC 9(04) VALUE ZERO.
000633 COPY REGRAREG.
000634 01  SITUACAO-REGRA               PIC X(01).
000635 01  STATUS-REGRAS                PIC X(02).
000640
000650 01  SW-FIM-ARQUIVO               PIC X(01) VALUE "N".
000660     88  FIM-ARQUIVO                      VALUE "S".
001406     05  FILLER                   PIC X(30) VALUE
001408         "resumo parcial a partir daqui.".
001409
001410 01  LINHA-AVISO-REGRA.
001411     05  FILLER                   PIC X(30) VALUE
001412         "Aviso: regra do ano ilegivel; ".
001413     05  FILLER                   PIC X(24) VALUE
001414         "lista interrompida aqui.".
001415
001416 01  LINHA-RESUMO-TITULO.
001420     05  FILLER                   PIC X(40) VALUE
001430         "Resumo de pendencias de recuperacao     ".
001440
002280
002290*-----------------------------------------------------------
002300* 3100-IMPRIMIR-DETALHE - escreve a linha de convocacao do
002310* aluno, com a nota minima para a media final exigida; a
002315* regra do ano ilegivel interrompe a lista
002320*-----------------------------------------------------------
002330 3100-IMPRIMIR-DETALHE.
002340     MOVE REG-MATRICULA TO LD-MATRICULA
002380     MOVE REG-NOTAS(3) TO LD-NOTA3
002390     MOVE REG-NOTAS(4) TO LD-NOTA4
002400     MOVE REG-MEDIA TO LD-MEDIA
002401     IF REG-ANO-LETIVO NOT = ANO-REGRA
002402         CALL "ConsultaRegras" USING REG-ANO-LETIVO RGR-REGISTRO
002403             SITUACAO-REGRA STATUS-REGRAS
002404         MOVE REG-ANO-LETIVO TO ANO-REGRA
002405     END-IF
002406     IF SITUACAO-REGRA = "X"
002407         DISPLAY "Regra de avaliacao do ano " REG-ANO-LETIVO
002408             " ilegivel; lista interrompida. Status: "
002409             STATUS-REGRAS
002410         MOVE LINHA-AVISO-REGRA TO LINHA-SAIDA
002411         WRITE LINHA-SAIDA
002412         SET FIM-ARQUIVO TO TRUE
002413         GO TO 3100-EXIT
002414     END-IF
002415     IF RGR-RECUP-MEDIA
002416         COMPUTE NOTA-CALCULADA =
002417             2 * RGR-MEDIA-POS-RECUP - REG-MEDIA
002418     ELSE
002419         MOVE RGR-MEDIA-POS-RECUP TO NOTA-CALCULADA
002420     END-IF
002421     IF NOTA-CALCULADA < ZERO
002422         MOVE ZERO TO NOTA-CALCULADA
002423     END-IF
002424     IF NOTA-CALCULADA > 10
002425         MOVE 10 TO NOTA-CALCULADA
002426     END-IF
002427     MOVE NOTA-CALCULADA TO NOTA-MINIMA
002428     MOVE NOTA-MINIMA TO LD-NOTA-MINIMA
002430     MOVE LINHA-DETALHE TO LINHA-SAIDA
002440     WRITE LINHA-SAIDA
002450     ADD 1 TO CONT-GRUPO
