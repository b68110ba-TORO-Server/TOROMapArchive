000200* PROGRAM:     MAP-QUERY
000300* PURPOSE:     ANSWERS "WHERE IS MAP X" AND "WHAT HAS UPLOADER Y
000400*              CONTRIBUTED" WITHOUT GREPPING READMES BY HAND.
000500*              READS A ONE-LINE QUERY-CARD.DAT (NAME, UPLOADER,
000600*              CATEGORY OR TAG, PLUS A SEARCH VALUE WITH PARTIAL-
000700*              MATCH SUPPORT) AND SCANS THE MANIFEST.JSON OF
000800*              EVERY SUBFOLDER IN SUBFOLDER-LIST.DAT - OR THE
000900*              CURRENT DIRECTORY'S MANIFEST WHEN THERE IS NO
002900*                  BACKSLASH CLOSING-QUOTE RULE AS DELTA-REPORT,
003000*                  SO ESCAPED QUOTES AND BACKSLASHES IN NAMES
003100*                  AND DESCRIPTIONS PARSE CORRECTLY.
003110* 2026-10-15 RW    NEW SEARCH TYPE TAG MATCHES THE QUERY VALUE
003120*                  AGAINST EACH ELEMENT OF THE OBJECT'S TAGS
003130*                  ARRAY (SAME CASE-BLIND SUBSTRING RULE, SO A
003140*                  PARTIAL TAG MATCHES TOO). EVERY MATCH LINE
003150*                  NOW SHOWS THE ENTRY'S TAGS, WHEN IT HAS ANY,
003160*                  AHEAD OF ITS DESCRIPTION.
003200*-----------------------------------------------------------------

003300 ENVIRONMENT DIVISION.
007500     05  MQ-MATCH-SW               PIC X     VALUE 'N'.
007600         88  MQ-Entry-Matches                VALUE 'Y'.
007700         88  MQ-Entry-No-Match               VALUE 'N'.
007710     05  MQ-TAG-MATCH-SW           PIC X     VALUE 'N'.
007720         88  MQ-Tag-Matched                  VALUE 'Y'.
007730         88  MQ-Tag-Not-Matched              VALUE 'N'.
007740     05  MQ-TAGS-DONE-SW           PIC X     VALUE 'N'.
007750         88  MQ-Tags-Done                    VALUE 'Y'.
007760         88  MQ-Tags-Not-Done                VALUE 'N'.

007800*-----------------------------------------------------------------
007900* FILE STATUS CODES
010700     05  MQ-ENTRY-DESC             PIC X(200).
010800     05  MQ-ENTRY-UPLOADER         PIC X(60).
010900     05  MQ-ENTRY-DATE             PIC X(10).
010910     05  MQ-ENTRY-TAGS             PIC X(256).
011000 01  MQ-TARGET-FIELD               PIC X(256).
011100 01  MQ-TARGET-UPPER               PIC X(256).

012910 01  MQ-UNESCAPE-BUF               PIC X(256).
012920 77  MQ-UNESC-IN-PTR               PIC 9(04) COMP VALUE ZERO.
012930 77  MQ-UNESC-OUT-PTR              PIC 9(04) COMP VALUE ZERO.
012940 77  MQ-TAGS-PTR                   PIC 9(04) COMP VALUE ZERO.
012950 77  MQ-ARRAY-POS                  PIC 9(04) COMP VALUE ZERO.

013000*-----------------------------------------------------------------
013100* SUBSTRING MATCH WORK AREAS
013700 01  MQ-OUTPUT-LINE                PIC X(1000).
013800 01  MQ-TRIMMED-LINE               PIC X(512).
013900 01  MQ-COUNT-DISPLAY              PIC Z(06)9.
013910 77  MQ-OUTPUT-PTR                 PIC 9(04) COMP VALUE ZERO.

014000 PROCEDURE DIVISION.
014100*****************************************************************
020800     IF MQ-QUERY-TYPE NOT = 'NAME'
020900         AND MQ-QUERY-TYPE NOT = 'UPLOADER'
021000         AND MQ-QUERY-TYPE NOT = 'CATEGORY'
021050         AND MQ-QUERY-TYPE NOT = 'TAG'
021100         SET MQ-Init-Failed TO TRUE
021200         MOVE SPACES TO MQ-OUTPUT-LINE
021300         STRING 'FAILED    QUERY TYPE MUST BE NAME, UPLOADER, '
021400             'CATEGORY OR TAG' DELIMITED BY SIZE
021500             INTO MQ-OUTPUT-LINE
021600         WRITE MQ-REPORT-RECORD FROM MQ-OUTPUT-LINE
021700         GO TO 1100-EXIT
037000         WHEN 'CATEGORY'
037100             MOVE MQ-ENTRY-CATEGORY TO MQ-TARGET-FIELD
037200     END-EVALUATE
037210     PERFORM 8040-EXTRACT-TAGS THRU 8040-EXIT
037220     IF MQ-QUERY-TYPE = 'TAG'
037230         IF MQ-Tag-Matched
037240             SET MQ-Entry-Matches TO TRUE
037250         ELSE
037260             SET MQ-Entry-No-Match TO TRUE
037270         END-IF
037280     ELSE
037300         PERFORM 2300-TEST-SUBSTRING THRU 2300-EXIT
037310     END-IF
037400     IF MQ-Entry-Matches
037500         PERFORM 2400-WRITE-MATCH THRU 2400-EXIT
037600     END-IF.
040300 2400-WRITE-MATCH.
040400     ADD 1 TO MQ-MATCH-COUNT
040500     MOVE SPACES TO MQ-OUTPUT-LINE
040550     MOVE 1 TO MQ-OUTPUT-PTR
040600     STRING 'MATCH     FOLDER=' DELIMITED BY SIZE
040700         FUNCTION TRIM(MQ-CURRENT-FOLDER) DELIMITED BY SIZE
040800         ' CATEGORY=' DELIMITED BY SIZE
041300         FUNCTION TRIM(MQ-ENTRY-UPLOADER) DELIMITED BY SIZE
041400         ' DATE=' DELIMITED BY SIZE
041500         FUNCTION TRIM(MQ-ENTRY-DATE) DELIMITED BY SIZE
041510         INTO MQ-OUTPUT-LINE
041520         WITH POINTER MQ-OUTPUT-PTR
041530     IF MQ-ENTRY-TAGS NOT = SPACES
041540         STRING ' TAGS=' DELIMITED BY SIZE
041550             FUNCTION TRIM(MQ-ENTRY-TAGS) DELIMITED BY SIZE
041560             INTO MQ-OUTPUT-LINE
041570             WITH POINTER MQ-OUTPUT-PTR
041580     END-IF
041600     STRING ' DESC=' DELIMITED BY SIZE
041700         FUNCTION TRIM(MQ-ENTRY-DESC) DELIMITED BY SIZE
041800         INTO MQ-OUTPUT-LINE
041850         WITH POINTER MQ-OUTPUT-PTR
041900     WRITE MQ-REPORT-RECORD FROM MQ-OUTPUT-LINE.
042000 2400-EXIT.
042100     EXIT.
051890 8030-EXIT.
051895     EXIT.

051915*****************************************************************
051925* 8040-EXTRACT-TAGS - WALK THE "TAGS":[...] ARRAY OF THE        *
051935*                 CURRENT OBJECT, COLLECTING ITS ELEMENTS INTO  *
051945*                 MQ-ENTRY-TAGS. FOR A TAG QUERY EACH ELEMENT   *
051955*                 IS ALSO TESTED AGAINST THE SEARCH VALUE. AN   *
051965*                 OBJECT WITH NO TAGS ARRAY HAS NO TAGS         *
051975*****************************************************************
051985 8040-EXTRACT-TAGS.
051995     MOVE SPACES TO MQ-ENTRY-TAGS
052005     MOVE 1 TO MQ-TAGS-PTR
052015     SET MQ-Tag-Not-Matched TO TRUE
052025     MOVE ZERO TO MQ-ARRAY-POS
052035     PERFORM VARYING MQ-SCAN-POS FROM 1 BY 1
052045             UNTIL MQ-SCAN-POS > 504
052055                OR MQ-ARRAY-POS NOT = ZERO
052065         IF MQ-JSON-LINE(MQ-SCAN-POS:8) = '"tags":['
052075             COMPUTE MQ-ARRAY-POS = MQ-SCAN-POS + 8
052085         END-IF
052095     END-PERFORM
052105     IF MQ-ARRAY-POS = ZERO
052115         GO TO 8040-EXIT
052125     END-IF
052135     SET MQ-Tags-Not-Done TO TRUE
052145     PERFORM 8050-NEXT-TAG-ELEMENT THRU 8050-EXIT
052155         UNTIL MQ-Tags-Done.
052165 8040-EXIT.
052175     EXIT.

052195*****************************************************************
052205* 8050-NEXT-TAG-ELEMENT - STEP THROUGH THE ARRAY AT             *
052215*                 MQ-ARRAY-POS. A QUOTE OPENS AN ELEMENT, WHOSE *
052225*                 CLOSING QUOTE IS FOUND BY THE EVEN-BACKSLASH  *
052235*                 RULE OF 8000; A CLOSING BRACKET (OR THE END   *
052245*                 OF THE LINE) ENDS THE ARRAY                   *
052255*****************************************************************
052265 8050-NEXT-TAG-ELEMENT.
052275     IF MQ-ARRAY-POS > 512
052285         SET MQ-Tags-Done TO TRUE
052295         GO TO 8050-EXIT
052305     END-IF
052315     IF MQ-JSON-LINE(MQ-ARRAY-POS:1) = ']'
052325         SET MQ-Tags-Done TO TRUE
052335         GO TO 8050-EXIT
052345     END-IF
052355     IF MQ-JSON-LINE(MQ-ARRAY-POS:1) NOT = '"'
052365         ADD 1 TO MQ-ARRAY-POS
052375         GO TO 8050-EXIT
052385     END-IF
052395     COMPUTE MQ-VALUE-START = MQ-ARRAY-POS + 1
052405     MOVE ZERO TO MQ-VALUE-END
052415     PERFORM VARYING MQ-SCAN-POS FROM MQ-VALUE-START BY 1
052425             UNTIL MQ-SCAN-POS > 512
052435                OR MQ-VALUE-END NOT = ZERO
052445         IF MQ-JSON-LINE(MQ-SCAN-POS:1) = '"'
052455             PERFORM 8020-COUNT-BACKSLASHES THRU 8020-EXIT
052465             DIVIDE MQ-SLASH-COUNT BY 2
052475                 GIVING MQ-SLASH-REM REMAINDER MQ-SLASH-REM
052485             IF MQ-SLASH-REM = ZERO
052495                 MOVE MQ-SCAN-POS TO MQ-VALUE-END
052505             END-IF
052515         END-IF
052525     END-PERFORM
052535     IF MQ-VALUE-END = ZERO
052545         SET MQ-Tags-Done TO TRUE
052555         GO TO 8050-EXIT
052565     END-IF
052575     COMPUTE MQ-ARRAY-POS = MQ-VALUE-END + 1
052585     COMPUTE MQ-VALUE-LEN = MQ-VALUE-END - MQ-VALUE-START
052595     IF MQ-VALUE-LEN = ZERO
052605         GO TO 8050-EXIT
052615     END-IF
052617     IF MQ-VALUE-LEN > 256
052619         MOVE 256 TO MQ-VALUE-LEN
052621     END-IF
052625     MOVE SPACES TO MQ-FIELD-VALUE
052635     MOVE MQ-JSON-LINE(MQ-VALUE-START:MQ-VALUE-LEN)
052645         TO MQ-FIELD-VALUE
052655     PERFORM 8030-UNESCAPE-VALUE THRU 8030-EXIT
052665     IF MQ-TAGS-PTR > 1
052675         STRING ', ' DELIMITED BY SIZE
052685             INTO MQ-ENTRY-TAGS
052695             WITH POINTER MQ-TAGS-PTR
052705     END-IF
052715     STRING FUNCTION TRIM(MQ-FIELD-VALUE) DELIMITED BY SIZE
052725         INTO MQ-ENTRY-TAGS
052735         WITH POINTER MQ-TAGS-PTR
052745     IF MQ-QUERY-TYPE = 'TAG'
052755         MOVE MQ-FIELD-VALUE TO MQ-TARGET-FIELD
052765         PERFORM 2300-TEST-SUBSTRING THRU 2300-EXIT
052775         IF MQ-Entry-Matches
052785             SET MQ-Tag-Matched TO TRUE
052795         END-IF
052805     END-IF.
052815 8050-EXIT.
052825     EXIT.

050700*****************************************************************
050800* 9000-TERMINATE - CLOSE THE REPORT                             *
050900*****************************************************************
