             05  FILLER               PIC X(2).
             05  FILLER               PIC X(8)  VALUE "STATUS".
             05  MA-TRN-STATUS        PIC X(2).
             05  FILLER               PIC X(2).
             05  FILLER               PIC X(6)  VALUE "OPER".
             05  MA-TRN-OPERATOR      PIC X(8).
             05  FILLER               PIC X(2).
             05  MA-TRN-ENTRY-LABEL   PIC X(12).
             05  MA-TRN-ENTRY-OPER    PIC X(8).
             05  FILLER               PIC X(2).
             05  MA-TRN-PENDING       PIC X(24).
         01  MA-IMAGE-LINE.
             05  MA-IMG-LABEL         PIC X(8).
             05  MA-IMG-NAME          PIC X(30).
             05  MA-IMG-SALARY        PIC Z,ZZZ,ZZ9.99.
             05  FILLER               PIC X(1).
             05  MA-IMG-PRENOTE       PIC X(1).
             05  FILLER               PIC X(1).
             05  MA-IMG-TERM-DATE     PIC 9(4)/99/99
                                      BLANK WHEN ZERO.
             05  FILLER               PIC X(1).
             05  MA-IMG-TERM-REASON   PIC X(2).
             05  FILLER               PIC X(1).
             05  MA-IMG-FINAL-PAY     PIC X(1).
         01  MA-COUNT-LINE.
             05  MA-CNT-LABEL         PIC X(14).
             05  MA-CNT-VALUE         PIC ZZZ9.
         01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DELETE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-INQUIRE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TERMINATE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-APPROVE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-REJECT-CHG-COUNT PIC 9(4) VALUE ZERO.
         01 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
         01 WS-OTHER-COUNT PIC 9(4) VALUE ZERO.
         PROCEDURE DIVISION.
            PERFORM INITIALIZATION.
               WHEN "C" ADD 1 TO WS-CHANGE-COUNT
               WHEN "D" ADD 1 TO WS-DELETE-COUNT
               WHEN "I" ADD 1 TO WS-INQUIRE-COUNT
               WHEN "T" ADD 1 TO WS-TERMINATE-COUNT
               WHEN "V" ADD 1 TO WS-APPROVE-COUNT
               WHEN "R" ADD 1 TO WS-REJECT-CHG-COUNT
               WHEN OTHER ADD 1 TO WS-OTHER-COUNT
            END-EVALUATE.
            MOVE ML-TRANS-DATE TO MA-TRN-DATE.
            MOVE ML-TRANS-CODE TO MA-TRN-CODE.
            MOVE ML-EMP-ID TO MA-TRN-EMP-ID.
            MOVE ML-STATUS-CODE TO MA-TRN-STATUS.
            MOVE ML-OPERATOR-ID TO MA-TRN-OPERATOR.
            IF ML-ENTRY-OPERATOR-ID = SPACES
               MOVE SPACES TO MA-TRN-ENTRY-LABEL
            ELSE
               MOVE "ENTERED BY" TO MA-TRN-ENTRY-LABEL
            END-IF.
            MOVE ML-ENTRY-OPERATOR-ID TO MA-TRN-ENTRY-OPER.
            IF ML-CHANGE-PENDING
               MOVE "BANK/PAY CHANGE PENDING" TO MA-TRN-PENDING
               ADD 1 TO WS-PENDING-COUNT
            ELSE
               MOVE SPACES TO MA-TRN-PENDING
            END-IF.
            WRITE MA-TRANS-LINE AFTER ADVANCING 2 LINES.
            MOVE "BEFORE: " TO MA-IMG-LABEL.
            MOVE MLB-NAME TO MA-IMG-NAME.
            MOVE MLB-PAY-TYPE TO MA-IMG-PAY-TYPE.
            MOVE MLB-SALARY-AMOUNT TO MA-IMG-SALARY.
            MOVE MLB-PRENOTE-STATUS TO MA-IMG-PRENOTE.
            IF MLB-TERM-DATE NUMERIC
               MOVE MLB-TERM-DATE TO MA-IMG-TERM-DATE
            ELSE
               MOVE ZERO TO MA-IMG-TERM-DATE
            END-IF.
            MOVE MLB-TERM-REASON TO MA-IMG-TERM-REASON.
            MOVE MLB-FINAL-PAY-STATUS TO MA-IMG-FINAL-PAY.
            WRITE MA-IMAGE-LINE AFTER ADVANCING 1 LINE.
            MOVE "AFTER:  " TO MA-IMG-LABEL.
            MOVE MLA-NAME TO MA-IMG-NAME.
            MOVE MLA-PAY-TYPE TO MA-IMG-PAY-TYPE.
            MOVE MLA-SALARY-AMOUNT TO MA-IMG-SALARY.
            MOVE MLA-PRENOTE-STATUS TO MA-IMG-PRENOTE.
            IF MLA-TERM-DATE NUMERIC
               MOVE MLA-TERM-DATE TO MA-IMG-TERM-DATE
            ELSE
               MOVE ZERO TO MA-IMG-TERM-DATE
            END-IF.
            MOVE MLA-TERM-REASON TO MA-IMG-TERM-REASON.
            MOVE MLA-FINAL-PAY-STATUS TO MA-IMG-FINAL-PAY.
            WRITE MA-IMAGE-LINE AFTER ADVANCING 1 LINE.
            PERFORM READ-MAINT-LOG.
         END-OF-JOB.
            MOVE "INQUIRIES:" TO MA-CNT-LABEL.
            MOVE WS-INQUIRE-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "TERMINATIONS:" TO MA-CNT-LABEL.
            MOVE WS-TERMINATE-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "APPROVALS:" TO MA-CNT-LABEL.
            MOVE WS-APPROVE-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "REJECTIONS:" TO MA-CNT-LABEL.
            MOVE WS-REJECT-CHG-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "HELD PENDING:" TO MA-CNT-LABEL.
            MOVE WS-PENDING-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
            MOVE "OTHER:" TO MA-CNT-LABEL.
            MOVE WS-OTHER-COUNT TO MA-CNT-VALUE.
            WRITE MA-COUNT-LINE AFTER ADVANCING 1 LINE.
