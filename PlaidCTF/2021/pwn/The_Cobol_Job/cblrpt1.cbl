      *                    OPERATOR column the detail lines carry.
      *   2026-09-02  DLM  OPT 16, Maintain account keys, named in
      *                    the activity-by-operation section.
      *   2026-10-15  DLM  OPT 17, Approve queued items, named in
      *                    the activity-by-operation section.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
                   MOVE "COMPARE FILES" TO WS-OPT-NAME
               WHEN 16
                   MOVE "ACCT KEY MAINT" TO WS-OPT-NAME
               WHEN 17
                   MOVE "APPROVE QUEUE" TO WS-OPT-NAME
               WHEN OTHER
                   MOVE "UNKNOWN OPT" TO WS-OPT-NAME
           END-EVALUATE.
