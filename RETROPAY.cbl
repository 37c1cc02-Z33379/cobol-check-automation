                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MST-ID
                 FILE STATUS IS WS-EMP-FILE-STATUS.
             SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS YTD-ID
                 FILE STATUS IS WS-YTD-FILE-STATUS.
             SELECT TIMECARD-HISTORY-FILE ASSIGN TO "TIMEHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TMC-FILE-STATUS.
         FD  EMPLOYEE-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY EMPREC REPLACING LEADING ==EMP-== BY ==MST-==.
         FD  YTD-MASTER-FILE
             LABEL RECORDS ARE STANDARD.
             COPY EMPREC REPLACING LEADING ==EMP-== BY ==YTD-==.
         FD  TIMECARD-HISTORY-FILE
             LABEL RECORDS ARE STANDARD.
             COPY TIMEREC.
         01 WS-PRM-FILE-STATUS PIC X(2).
         01 WS-LOG-FILE-STATUS PIC X(2).
         01 WS-EMP-FILE-STATUS PIC X(2).
         01 WS-YTD-FILE-STATUS PIC X(2).
         01 WS-TMC-FILE-STATUS PIC X(2).
         01 WS-OT-FILE-STATUS PIC X(2).
         01 WS-TAX-FILE-STATUS PIC X(2).
                10  WS-PRM-NEW-RATE      PIC 9(3)V99.
                10  WS-PRM-CHANGE-DATE   PIC 9(8).
                10  WS-PRM-PERIOD-COUNT  PIC 9(3).
                10  WS-PRM-RETRO-SS-WAGES  PIC 9(7)V99.
                10  WS-PRM-RETRO-MED-WAGES PIC 9(7)V99.
         01 WS-OT-TABLE-COUNT PIC 9 VALUE ZERO.
         01 WS-OT-SCHEDULE-TABLE.
            05  WS-OT-TIER OCCURS 9 TIMES.
            05  WS-RETRO-FED          PIC 9(6)V99.
            05  WS-RETRO-STATE        PIC 9(6)V99.
            05  WS-RETRO-FICA         PIC 9(6)V99.
            05  WS-RETRO-SS-WAGES     PIC 9(7)V99.
            05  WS-RETRO-SS-TAX       PIC 9(6)V99.
            05  WS-RETRO-MEDICARE-TAX PIC 9(6)V99.
            05  WS-RETRO-ADDL-MEDICARE PIC 9(6)V99.
            05  WS-PRIOR-SS-WAGES     PIC 9(8)V99.
            05  WS-PRIOR-MED-WAGES    PIC 9(8)V99.
            05  WS-WAGE-BASE-ROOM     PIC S9(8)V99.
         COPY TAXRATE.
         01 WS-ADJ-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TOTAL-BACK-PAY PIC 9(8)V99 VALUE ZERO.
         PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT YTD-MASTER-FILE.
            IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "YTDMAST OPEN FAILED, STATUS "
                  WS-YTD-FILE-STATUS
               DISPLAY "RETRO PAY NOT RUN - SOCIAL SECURITY WAGE "
                  "BASE CANNOT BE CHECKED"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN INPUT TIMECARD-HISTORY-FILE.
            IF WS-TMC-FILE-STATUS NOT = "00"
               DISPLAY "TIMEHIST OPEN FAILED, STATUS "
               DISPLAY "RETRO PAY NOT RUN - SUPPLY THE TIMECARD "
                  "HISTORY AND RERUN"
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
                                TO WS-PRM-CHANGE-DATE(WS-PARM-COUNT)
                             MOVE ZERO
                                TO WS-PRM-PERIOD-COUNT(WS-PARM-COUNT)
                             MOVE ZERO
                                TO WS-PRM-RETRO-SS-WAGES(WS-PARM-COUNT)
                             MOVE ZERO
                               TO WS-PRM-RETRO-MED-WAGES(WS-PARM-COUNT)
                          END-IF
                  END-READ
               END-PERFORM
            END-PERFORM.
            CLOSE MAINT-LOG-FILE.
         MATCH-LOG-TO-PARMS.
            IF (ML-TRANS-CODE = "V"
                OR (ML-TRANS-CODE = "C" AND NOT ML-CHANGE-PENDING))
               AND ML-STATUS-CODE = "00"
               AND MLA-HOURLY-RATE NOT = MLB-HOURLY-RATE
               PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
            MOVE ZERO TO WS-RETRO-FED.
            MOVE ZERO TO WS-RETRO-STATE.
            MOVE ZERO TO WS-RETRO-FICA.
            MOVE ZERO TO WS-RETRO-SS-WAGES.
            MOVE ZERO TO WS-RETRO-SS-TAX.
            MOVE ZERO TO WS-RETRO-MEDICARE-TAX.
            MOVE ZERO TO WS-RETRO-ADDL-MEDICARE.
            PERFORM READ-EMPLOYEE-MASTER.
            IF NOT EMPLOYEE-FOUND
               CONTINUE
                        WS-BACK-PAY * WS-TT-FED-RATE(WS-TAX-SUB)
                     COMPUTE WS-RETRO-STATE ROUNDED =
                        WS-BACK-PAY * WS-TT-STATE-RATE(WS-TAX-SUB)
                     MOVE "Y" TO WS-TAX-MATCH-SWITCH
                     MOVE WS-TAX-TABLE-COUNT TO WS-TAX-SUB
                  END-IF
               END-PERFORM
               PERFORM COMPUTE-RETRO-FICA
            END-IF.
         COMPUTE-RETRO-FICA.
            MOVE ZERO TO WS-PRIOR-SS-WAGES.
            MOVE ZERO TO WS-PRIOR-MED-WAGES.
            MOVE TMC-EMP-ID TO YTD-ID.
            READ YTD-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE YTD-SS-WAGES-YTD TO WS-PRIOR-SS-WAGES
                    MOVE YTD-MEDICARE-WAGES-YTD TO WS-PRIOR-MED-WAGES
            END-READ.
            ADD WS-PRM-RETRO-SS-WAGES(WS-PARM-MATCH-SUB)
               TO WS-PRIOR-SS-WAGES.
            ADD WS-PRM-RETRO-MED-WAGES(WS-PARM-MATCH-SUB)
               TO WS-PRIOR-MED-WAGES.
            COMPUTE WS-WAGE-BASE-ROOM =
               WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES.
            IF WS-WAGE-BASE-ROOM NOT > ZERO
               MOVE ZERO TO WS-RETRO-SS-WAGES
            ELSE
               IF WS-BACK-PAY > WS-WAGE-BASE-ROOM
                  MOVE WS-WAGE-BASE-ROOM TO WS-RETRO-SS-WAGES
               ELSE
                  MOVE WS-BACK-PAY TO WS-RETRO-SS-WAGES
               END-IF
            END-IF.
            COMPUTE WS-RETRO-SS-TAX ROUNDED =
               WS-RETRO-SS-WAGES * WS-SS-RATE.
            COMPUTE WS-RETRO-MEDICARE-TAX ROUNDED =
               WS-BACK-PAY * WS-MEDICARE-RATE.
            COMPUTE WS-WAGE-BASE-ROOM =
               WS-ADDL-MEDICARE-THRESHOLD - WS-PRIOR-MED-WAGES.
            IF WS-WAGE-BASE-ROOM NOT > ZERO
               COMPUTE WS-RETRO-ADDL-MEDICARE ROUNDED =
                  WS-BACK-PAY * WS-ADDL-MEDICARE-RATE
            ELSE
               IF WS-BACK-PAY > WS-WAGE-BASE-ROOM
                  COMPUTE WS-RETRO-ADDL-MEDICARE ROUNDED =
                     (WS-BACK-PAY - WS-WAGE-BASE-ROOM)
                        * WS-ADDL-MEDICARE-RATE
               END-IF
            END-IF.
            ADD WS-RETRO-ADDL-MEDICARE TO WS-RETRO-MEDICARE-TAX.
            COMPUTE WS-RETRO-FICA =
               WS-RETRO-SS-TAX + WS-RETRO-MEDICARE-TAX.
            ADD WS-RETRO-SS-WAGES
               TO WS-PRM-RETRO-SS-WAGES(WS-PARM-MATCH-SUB).
            ADD WS-BACK-PAY
               TO WS-PRM-RETRO-MED-WAGES(WS-PARM-MATCH-SUB).
         READ-EMPLOYEE-MASTER.
            MOVE "N" TO WS-FOUND-SWITCH.
            MOVE TMC-EMP-ID TO MST-ID.
            MOVE WS-RETRO-FED TO ADJ-FED-TAX.
            MOVE WS-RETRO-STATE TO ADJ-STATE-TAX.
            MOVE WS-RETRO-FICA TO ADJ-FICA.
            MOVE WS-RETRO-SS-WAGES TO ADJ-SS-WAGES.
            MOVE WS-RETRO-SS-TAX TO ADJ-SS-TAX.
            MOVE WS-RETRO-MEDICARE-TAX TO ADJ-MEDICARE-TAX.
            MOVE WS-RETRO-ADDL-MEDICARE TO ADJ-ADDL-MEDICARE-TAX.
            WRITE ADJ-RECORD.
            ADD 1 TO WS-ADJ-COUNT.
         WRITE-RETRO-DETAIL.
            WRITE RG-TOTAL-LINE AFTER ADVANCING 2 LINES.
            CLOSE TIMECARD-HISTORY-FILE.
            CLOSE EMPLOYEE-MASTER-FILE.
            CLOSE YTD-MASTER-FILE.
            CLOSE ADJ-TRANS-FILE.
            CLOSE RETRO-REGISTER-FILE.
            DISPLAY "TIMECARDS READ: " REC-COUNTER.
