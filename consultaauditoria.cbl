000150* cada nota: filtro por matricula do aluno, por operador, por
000160* faixa de datas e por origem (I interativa, L lote, C
000170* correcao, D decisao do conselho, A reabertura de periodo,
000172* F lancamento de frequencia, R acesso recusado pelo controle
000175* de operadores, T media da guia de transferencia, P fechamento
000177* de periodo com pendencias liberado, X retificacao aprovada
000179* pela direcao, U unificacao de matriculas duplicadas). Emite
000182* tambem o relatorio de movimento do dia, agrupado por
000185* operador, para o visto da direcao.
000190* Tectonics: cobc
000200*-----------------------------------------------------------------
000210* Mod history:
000290*                   alternativas; datas e origem por varredura.
000300*                   O movimento do dia segue lendo so a trilha
000310*                   corrente, que o corte mensal mantem pequena.
000311*   2026-10-15 DRR  Filtro e exibicao da origem R (acesso
000312*                   recusado: senha invalida ou funcao fora do
000313*                   perfil), com a funcao e o motivo.
000314*   2026-10-15 DRR  Filtro e exibicao da origem T (media da guia
000315*                   de transferencia), com a escola de origem.
000316*   2026-10-15 DRR  Filtro e exibicao da origem P (fechamento de
000317*                   periodo com pendencias liberado).
000318*   2026-10-15 DRR  Filtro e exibicao da origem X (retificacao de
000319*                   registro confirmado), com o motivo.
000320*   2026-10-15 DRR  Filtro e exibicao da origem U (unificacao de
000321*                   matriculas duplicadas).
000322*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ConsultaAuditoria.
000350 AUTHOR. Diego R. Rocha.
001990             PERFORM 3000-LISTAR-FILTRADO THRU 3000-EXIT
002000             PERFORM 4000-LISTAR-ARQUIVO THRU 4000-EXIT
002010         WHEN "4"
002020             DISPLAY "Origem (I/L/C/D/A/F/R/T/P/X/U): "
002030             ACCEPT ORIGEM-FILTRO
002040             PERFORM 3000-LISTAR-FILTRADO THRU 3000-EXIT
002050             PERFORM 4000-LISTAR-ARQUIVO THRU 4000-EXIT
002950     IF LOG-ORIGEM-CONSELHO
002960         DISPLAY "    Conselho de " LOG-DATA-CONSELHO ": "
002970             LOG-JUSTIFICATIVA
002971     END-IF
002972     IF LOG-ORIGEM-RECUSA
002973         DISPLAY "    Acesso recusado: " LOG-JUSTIFICATIVA
002974     END-IF
002975     IF LOG-ORIGEM-TRANSFERENCIA
002976         DISPLAY "    Guia de transf.: " LOG-JUSTIFICATIVA
002977     END-IF
002978     IF LOG-ORIGEM-LIBERACAO
002979         DISPLAY "    Fechamento liberado: " LOG-JUSTIFICATIVA
002980     END-IF
002981     IF LOG-ORIGEM-RETIFICACAO
002982         DISPLAY "    Retificacao: " LOG-JUSTIFICATIVA
002983     END-IF
002984     IF LOG-ORIGEM-UNIFICACAO
002985         DISPLAY "    Unificacao: " LOG-JUSTIFICATIVA
002986     END-IF.
002990 3300-EXIT.
003000     EXIT.
003010
004130     IF LGA-ORIGEM = "D"
004140         DISPLAY "    Conselho de " LGA-DATA-CONSELHO ": "
004150             LGA-JUSTIFICATIVA
004151     END-IF
004152     IF LGA-ORIGEM = "R"
004153         DISPLAY "    Acesso recusado: " LGA-JUSTIFICATIVA
004154     END-IF
004155     IF LGA-ORIGEM = "T"
004156         DISPLAY "    Guia de transf.: " LGA-JUSTIFICATIVA
004157     END-IF
004158     IF LGA-ORIGEM = "P"
004159         DISPLAY "    Fechamento liberado: " LGA-JUSTIFICATIVA
004160     END-IF
004161     IF LGA-ORIGEM = "X"
004162         DISPLAY "    Retificacao: " LGA-JUSTIFICATIVA
004163     END-IF
004164     IF LGA-ORIGEM = "U"
004165         DISPLAY "    Unificacao: " LGA-JUSTIFICATIVA
004166     END-IF
004170     ADD 1 TO CONT-ARQ-EXIBIDOS.
004180 4300-EXIT.
004190     EXIT.
