000300* PURPOSE:     ONE PLACE TO LOOK AFTER A BATCH RUN. GATHERS THE
000400*              CURRENT RUN'S FINDINGS FROM EXCEPTION.RPT,
000500*              RECONCILE.RPT, DOWNLOAD-UNMATCHED.RPT,
000600*              META-MAINT.RPT, OPERATOR-ALERT.DAT AND
000650*              INTEGRITY.RPT INTO A
000700*              KEYED EXCEPTION MASTER THAT PERSISTS ACROSS RUNS
000800*              - EACH ITEM CARRYING ITS FIRST-SEEN DATE,
000900*              LAST-SEEN DATE AND OCCURRENCE COUNT - AND WRITES
004000*                  THE MASTER STAYS BOUNDED. EXCEPTION-MASTER.DAT
004100*                  IS CREATED ON FIRST USE, LIKE
004200*                  DOWNLOAD-COUNTS.DAT IN DOWNLOAD-STATS.
004210* 2026-10-15 RW    INTEGRITY.RPT (INTEGRITY-CHECK) IS A SIXTH
004220*                  SOURCE. ITS RESULT LINE IS THE FINDING: A
004230*                  FAILING SWEEP IS SEVERITY 2, LIKE A RECONCILE
004240*                  ORPHAN, AND A FAILED LINE IS SEVERITY 1. THE
004250*                  INDIVIDUAL BROKEN LINKS STAY IN INTEGRITY.RPT.
004300*-----------------------------------------------------------------
004400
004500 ENVIRONMENT DIVISION.
014800 01  OD-COUNT-DISPLAY              PIC Z(06)9.
014900
015000*-----------------------------------------------------------------
015100* THE SIX SOURCE REPORTS, SWEPT IN A FIXED ORDER; THE SOURCE
015200* NAME IS ALSO THE FIRST HALF OF THE MASTER KEY
015300*-----------------------------------------------------------------
015400 01  OD-SOURCE-TABLE.
016200         VALUE 'META-MAINT.RPT'.
016300     05  FILLER                    PIC X(24)
016400         VALUE 'OPERATOR-ALERT.DAT'.
016410     05  FILLER                    PIC X(24)
016420         VALUE 'INTEGRITY.RPT'.
016500 01  FILLER REDEFINES OD-SOURCE-TABLE.
016600     05  OD-SOURCE-NAME            PIC X(24) OCCURS 6 TIMES.
016700
016800 PROCEDURE DIVISION.
016900*****************************************************************
022700*****************************************************************
022800 2000-GATHER-FINDINGS.
022900     PERFORM VARYING OD-SOURCE-IDX FROM 1 BY 1
023000             UNTIL OD-SOURCE-IDX > 6
023100         PERFORM 2100-SCAN-ONE-SOURCE THRU 2100-EXIT
023200     END-PERFORM.
023300 2000-EXIT.
027200* 2200-JUDGE-LINE - DECIDE WHETHER THE CURRENT LINE IS A        *
027300*                 FINDING AND WHAT SEVERITY IT CARRIES. BLANK   *
027400*                 LINES, SUMMARY LINES AND NOTES ARE NOT        *
027500*                 FINDINGS. OPERATOR-ALERT.DAT IS ALL ALERTS;   *
027510*                 INTEGRITY.RPT COUNTS ONLY ITS FAILED LINES    *
027520*                 AND A FAILING RESULT LINE                     *
027600*****************************************************************
027700 2200-JUDGE-LINE.
027800     SET OD-Line-Not-Finding TO TRUE
032800         WHEN 5
032900             SET OD-Line-Is-Finding TO TRUE
033000             MOVE 1 TO OD-LINE-SEVERITY
033010         WHEN 6
033020             EVALUATE TRUE
033030                 WHEN OD-TRIMMED-LINE(1:6) = 'FAILED'
033040                     SET OD-Line-Is-Finding TO TRUE
033050                     MOVE 1 TO OD-LINE-SEVERITY
033060                 WHEN OD-TRIMMED-LINE(1:14) = 'RESULT:   FAIL'
033070                     SET OD-Line-Is-Finding TO TRUE
033080                     MOVE 2 TO OD-LINE-SEVERITY
033090             END-EVALUATE
033100     END-EVALUATE.
033200 2200-EXIT.
033300     EXIT.
