000203         88  RMQ-EVENT-SLA-BREACH    VALUE 'SLA-BREACH'.
000204         88  RMQ-EVENT-TRAN-POST     VALUE 'TRAN-POST'.
000205         88  RMQ-EVENT-TRAN-SUSP     VALUE 'TRAN-SUSP'.
000207         88  RMQ-EVENT-TRAN-HELD     VALUE 'TRAN-HELD'.
000208         88  RMQ-EVENT-BAL-REPLY     VALUE 'BAL-REPLY'.
000210     05  RMQ-JOB-NAME                PIC X(08).
000220     05  RMQ-JOB-ID                  PIC X(08).
000230     05  RMQ-EVENT-DATE              PIC 9(08).
