000140* chaves do extrato enviado (EXTREG) mais o codigo de aceite
000150* ("A" aceita, "R" rejeitada) e o motivo informado pelo sistema
000160* externo. Processado por ConfirmaExtrato contra o EXTRATO.
000163* RET-TIPO repete o tipo da linha respondida (N envio, R
000166* retificacao); retorno sem o tipo vale como envio.
000170*-----------------------------------------------------------------
000180* Mod history:
000190*   2026-09-02 DRR  Criado (retorno do sistema externo).
000193*   2026-10-15 DRR  Inclui o tipo da linha respondida, para casar
000196*                   a resposta da retificacao a parte.
000200*****************************************************************
000210 01  RET-REGISTRO.
000220     05  RET-NOME-ALUNO              PIC X(30).
000340         88  RET-REJEITADA                   VALUE "R".
000350     05  RET-SEP-6                   PIC X(01).
000360     05  RET-MOTIVO                  PIC X(30).
000370     05  RET-SEP-7                   PIC X(01).
000380     05  RET-TIPO                    PIC X(01).
000390         88  RET-RETIFICACAO                 VALUE "R".
