>>SOURCE FORMAT FREE
*> Standalone end-of-day batch job: reads the shared userinfo.txt,
*> profiles.txt and connections.txt data store and produces a simple
*> totals/engagement summary -- one section per consortium campus
*> (connection requests count on the sender's campus), then the
*> consortium total. Read-only -- never opens any of its inputs for
*> OUTPUT or EXTEND.
IDENTIFICATION DIVISION.
PROGRAM-ID. EndOfDayReport.

        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONNECTIONS-FILE-STATUS.

*> Campus reference file (CODE|NAME, first row is the home campus)
*> and each account's campus (USERNAME|CODE) -- same files the
*> online session maintains. No row means the home campus.
    SELECT CAMPUSES ASSIGN TO "src/campuses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CAMPUS-FILE-STATUS.

    SELECT ACCOUNT-CAMPUS ASSIGN TO "src/account-campus.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACCTCMP-FILE-STATUS.

*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

FD CAMPUSES.
01 CAMPUSES-LINE PIC X(60).

FD ACCOUNT-CAMPUS.
01 ACCOUNT-CAMPUS-LINE PIC X(40).

FD REPORT-OUT.
01 REPORT-LINE PIC X(132).


01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

*> Campus breakout (see SELECT CAMPUSES / ACCOUNT-CAMPUS). Slot 1 is
*> the home campus; an account whose code is not on file counts
*> there too.
01 CAMPUS-FILE-STATUS  PIC XX.
01 ACCTCMP-FILE-STATUS PIC XX.
01 CMP-FIELDS.
   05 CMP-CODE PIC X(8).
   05 CMP-NAME PIC X(40).
01 ACMP-FIELDS.
   05 ACMP-USER PIC X(20).
   05 ACMP-CODE PIC X(8).
01 WS-CMP-EOF    PIC X(1) VALUE "N".
01 WS-CMP-COUNT  PIC 9(2) VALUE 0.
01 WS-CMP-TABLE.
   05 WS-CMP-ENTRY OCCURS 50.
      10 WS-CMP-T-CODE PIC X(8).
      10 WS-CMP-T-NAME PIC X(40).
      10 WS-CMP-ACCOUNTS PIC 9(6).
      10 WS-CMP-PROFILES PIC 9(6).
      10 WS-CMP-ABOUT    PIC 9(6).
      10 WS-CMP-EXP      PIC 9(6).
      10 WS-CMP-EDU      PIC 9(6).
      10 WS-CMP-SKILL    PIC 9(6).
      10 WS-CMP-CONNS    PIC 9(6).
      10 WS-CMP-PEND     PIC 9(6).
      10 WS-CMP-ACC      PIC 9(6).
      10 WS-CMP-DEC      PIC 9(6).
01 WS-CMP-I      PIC 9(2) VALUE 0.
01 WS-CMP-SLOT   PIC 9(2) VALUE 1.
01 WS-CMP-USER   PIC X(20).
01 WS-AC-COUNT   PIC 9(4) VALUE 0.
01 WS-AC-TABLE.
   05 WS-AC-ENTRY OCCURS 5000.
      10 WS-AC-USER PIC X(20).
      10 WS-AC-SLOT PIC 9(2).
01 WS-AC-I       PIC 9(4) VALUE 0.

01 METRICS-FILE-STATUS PIC XX.
*> Unedited images of tonight's counts for the history row
01 WS-M-ACCOUNTS PIC 9(6).
        STOP RUN
    END-IF

    PERFORM 0300-LOAD-CAMPUSES
    PERFORM 1000-COUNT-ACCOUNTS
    PERFORM 2000-SCAN-PROFILES
    PERFORM 3000-SCAN-CONNECTIONS
    PERFORM 3500-PRINT-BY-CAMPUS
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "===== Consortium total =====" TO REPORT-LINE
    PERFORM SHOW
    PERFORM 4000-PRINT-SUMMARY
    PERFORM 5000-APPEND-METRICS

        MOVE 'Y' TO WS-LOCK-STALE
    END-IF.

*> Loads the campus catalog into WS-CMP-TABLE (a lone MAIN campus
*> when the file is absent) and the account-to-campus rows into
*> WS-AC-TABLE as campus slots.
0300-LOAD-CAMPUSES.
    MOVE 0 TO WS-CMP-COUNT
    OPEN INPUT CAMPUSES
    IF CAMPUS-FILE-STATUS = "00"
        MOVE "N" TO WS-CMP-EOF
        PERFORM UNTIL WS-CMP-EOF = "Y"
            READ CAMPUSES INTO CAMPUSES-LINE
                AT END MOVE "Y" TO WS-CMP-EOF
                NOT AT END
                    MOVE SPACES TO CMP-FIELDS
                    UNSTRING CAMPUSES-LINE DELIMITED BY "|"
                        INTO CMP-CODE CMP-NAME
                    END-UNSTRING
                    IF FUNCTION LENGTH(FUNCTION TRIM(CMP-CODE)) > 0
                       AND WS-CMP-COUNT < 50
                        ADD 1 TO WS-CMP-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-CODE))
                            TO WS-CMP-T-CODE(WS-CMP-COUNT)
                        MOVE CMP-NAME TO WS-CMP-T-NAME(WS-CMP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CAMPUSES
    END-IF
    IF WS-CMP-COUNT = 0
        MOVE 1 TO WS-CMP-COUNT
        MOVE "MAIN" TO WS-CMP-T-CODE(1)
        MOVE "Main Campus" TO WS-CMP-T-NAME(1)
    END-IF
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE 0 TO WS-CMP-ACCOUNTS(WS-CMP-I) WS-CMP-PROFILES(WS-CMP-I)
                  WS-CMP-ABOUT(WS-CMP-I) WS-CMP-EXP(WS-CMP-I)
                  WS-CMP-EDU(WS-CMP-I) WS-CMP-SKILL(WS-CMP-I)
                  WS-CMP-CONNS(WS-CMP-I) WS-CMP-PEND(WS-CMP-I)
                  WS-CMP-ACC(WS-CMP-I) WS-CMP-DEC(WS-CMP-I)
    END-PERFORM

    MOVE 0 TO WS-AC-COUNT
    OPEN INPUT ACCOUNT-CAMPUS
    IF ACCTCMP-FILE-STATUS = "00"
        MOVE "N" TO WS-CMP-EOF
        PERFORM UNTIL WS-CMP-EOF = "Y"
            READ ACCOUNT-CAMPUS INTO ACCOUNT-CAMPUS-LINE
                AT END MOVE "Y" TO WS-CMP-EOF
                NOT AT END
                    MOVE SPACES TO ACMP-FIELDS
                    UNSTRING ACCOUNT-CAMPUS-LINE DELIMITED BY "|"
                        INTO ACMP-USER ACMP-CODE
                    END-UNSTRING
                    IF FUNCTION LENGTH(FUNCTION TRIM(ACMP-USER)) > 0
                       AND WS-AC-COUNT < 5000
                        ADD 1 TO WS-AC-COUNT
                        MOVE ACMP-USER TO WS-AC-USER(WS-AC-COUNT)
                        MOVE 1 TO WS-AC-SLOT(WS-AC-COUNT)
                        PERFORM VARYING WS-CMP-I FROM 1 BY 1
                                UNTIL WS-CMP-I > WS-CMP-COUNT
                            IF WS-CMP-T-CODE(WS-CMP-I) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(ACMP-CODE))
                                MOVE WS-CMP-I TO WS-AC-SLOT(WS-AC-COUNT)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-CAMPUS
    END-IF.

*> Sets WS-CMP-SLOT to the campus of the account in WS-CMP-USER.
0350-FIND-CAMPUS.
    MOVE 1 TO WS-CMP-SLOT
    PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > WS-AC-COUNT
        IF WS-AC-USER(WS-AC-I) = WS-CMP-USER
            MOVE WS-AC-SLOT(WS-AC-I) TO WS-CMP-SLOT
            MOVE WS-AC-COUNT TO WS-AC-I
        END-IF
    END-PERFORM.

1000-COUNT-ACCOUNTS.
    MOVE 0 TO WS-TOTAL-ACCOUNTS
    OPEN INPUT USERINFO
        PERFORM UNTIL INFOEOF = 'Y'
            READ USERINFO NEXT RECORD INTO USER-REC
                AT END MOVE 'Y' TO INFOEOF
                NOT AT END
                    ADD 1 TO WS-TOTAL-ACCOUNTS
                    MOVE IN-USERNAME TO WS-CMP-USER
                    PERFORM 0350-FIND-CAMPUS
                    ADD 1 TO WS-CMP-ACCOUNTS(WS-CMP-SLOT)
            END-READ
        END-PERFORM
        CLOSE USERINFO
            END-READ
            IF PROFILESEOF NOT = 'Y'
                ADD 1 TO WS-TOTAL-PROFILES
                MOVE P-USERNAME TO WS-CMP-USER
                PERFORM 0350-FIND-CAMPUS
                ADD 1 TO WS-CMP-PROFILES(WS-CMP-SLOT)

                IF FUNCTION LENGTH(FUNCTION TRIM(P-ABOUT)) > 0
                    ADD 1 TO WS-PROFILES-WITH-ABOUT
                    ADD 1 TO WS-CMP-ABOUT(WS-CMP-SLOT)
                END-IF
                IF P-EXP-COUNT > 0
                    ADD 1 TO WS-PROFILES-WITH-EXP
                    ADD 1 TO WS-CMP-EXP(WS-CMP-SLOT)
                END-IF
                IF P-EDU-COUNT > 0
                    ADD 1 TO WS-PROFILES-WITH-EDU
                    ADD 1 TO WS-CMP-EDU(WS-CMP-SLOT)
                END-IF
                IF P-SKILLS-MASK NOT = "00000"
                    ADD 1 TO WS-PROFILES-WITH-SKILL
                    ADD 1 TO WS-CMP-SKILL(WS-CMP-SLOT)
                END-IF
            END-IF
        END-PERFORM
            END-READ
            IF CONNECTIONSEOF NOT = 'Y'
                ADD 1 TO WS-TOTAL-CONNECTIONS
                MOVE CONN-SENDER TO WS-CMP-USER
                PERFORM 0350-FIND-CAMPUS
                ADD 1 TO WS-CMP-CONNS(WS-CMP-SLOT)
                EVALUATE FUNCTION TRIM(CONN-STATUS)
                    WHEN "ACCEPTED"
                        ADD 1 TO WS-ACCEPTED-CONNECTIONS
                        ADD 1 TO WS-CMP-ACC(WS-CMP-SLOT)
                    WHEN "DECLINED"
                        ADD 1 TO WS-DECLINED-CONNECTIONS
                        ADD 1 TO WS-CMP-DEC(WS-CMP-SLOT)
                    WHEN OTHER
                        ADD 1 TO WS-PENDING-CONNECTIONS
                        ADD 1 TO WS-CMP-PEND(WS-CMP-SLOT)
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE CONNECTIONS
    END-IF.

*> One short section per campus, in catalog order.
3500-PRINT-BY-CAMPUS.
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE " " TO REPORT-LINE
        PERFORM SHOW
        MOVE SPACES TO REPORT-LINE
        STRING "===== Campus " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-NAME(WS-CMP-I)) DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-ACCOUNTS(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Total accounts: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-PROFILES(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Total profiles: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-ABOUT(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Profiles with About Me filled in: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-EXP(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Profiles with at least one Experience entry: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-EDU(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Profiles with at least one Education entry: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-SKILL(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Profiles with at least one completed skill: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-CONNS(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Connection requests sent: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-PEND(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  Pending: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-ACC(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  Accepted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW

        MOVE WS-CMP-DEC(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  Declined: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM.

4000-PRINT-SUMMARY.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
