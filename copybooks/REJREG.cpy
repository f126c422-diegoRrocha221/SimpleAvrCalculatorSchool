000186*   2026-09-02 DRR  Motivo de professor nao atribuido; imagem
000188*                   da transacao com o professor.
000189*   2026-09-02 DRR  Motivo de periodo fechado.
000191*   2026-10-15 DRR  Motivo de aluno transferido (registros
000193*                   congelados).
000195*****************************************************************
000200 01  REJ-REGISTRO.
000210     05  REJ-MOTIVO                  PIC X(02).
000220         88  REJ-NOME-EM-BRANCO              VALUE "01".
000264         88  REJ-TURMA-DIFERENTE             VALUE "07".
000266         88  REJ-PROFESSOR-NAO-ATRIB         VALUE "08".
000268         88  REJ-PERIODO-FECHADO             VALUE "09".
000269         88  REJ-ALUNO-TRANSFERIDO           VALUE "10".
000270     05  REJ-TRANSACAO               PIC X(87).
