      *    // Segregation-of-duties and operator activity audit - the
      *    // quarterly report the auditors have been building by hand
      *    // with a highlighter. Cross-reads the four trails that
      *    // each know part of what an operator did - SIGNLOG's
      *    // sign-on attempts, the USER= stamp on every CIPHERLOG
      *    // line, KEYAUDIT's key changes and approvals, OPERAUDIT's
      *    // credential changes - joins them on the user id against
      *    // OPERFILE, and flags the conflicts:
      *    //   KEYSELF  a key change approved by the operator who
      *    //            entered it
      *    //   OWNLEVEL an operator changing their own OPERFILE
      *    //            permission level
      *    //   OWNPROF  an operator granting or revoking a
      *    //            permission profile on their own row
      *    //   OFFHOURS decrypts run outside the hours the operator
      *    //            normally signs on (earliest to latest hour
      *    //            of their successful sign-ons on SIGNLOG)
      *    //   NOSIGNON decrypts stamped with an id that has never
      *    //            signed on at all
      *    //   DORMANT  an account whose profiles grant more than
      *    //            the everyday sending functions (ENCRYPT,
      *    //            VAULT-RECUT, REJECT-RESUBMIT) with no
      *    //            successful sign-on in the last 60 days
      *    // followed by an activity summary line per user. Any
      *    // finding ends the step RC=4.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. SODAUDIT.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SIGNLOG-STATUS.
                 SELECT CIPHER-LOG ASSIGN TO "CIPHERLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-CIPHERLOG-STATUS.
                 SELECT KEY-AUDIT-FILE ASSIGN TO "KEYAUDIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-KEYAUDIT-STATUS.
                 SELECT OPER-AUDIT-FILE ASSIGN TO "OPERAUDIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OPERAUDIT-STATUS.
                 SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OPERFILE-STATUS.
                 SELECT PERM-PROFILE-FILE ASSIGN TO "PERMPROF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PERMPROF-STATUS.
                 SELECT SOD-REPORT ASSIGN TO "SODRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
      *    The attempt record OPERATOR-SIGNON appends
             FD  SIGNON-LOG.
             01 REC-SIGNLOG.
               05 SG-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1).
               05 SG-USER          PIC X(8).
               05 FILLER           PIC X(8).
               05 SG-CALLER        PIC X(8).
               05 FILLER           PIC X(8).
               05 SG-RESULT        PIC X(8).
               05 FILLER           PIC X(8).

      *    LOG-CIPHER-EVENT's line - only the function and the
      *    user stamp matter here
             FD  CIPHER-LOG.
             01 REC-CIPHERLOG.
               05 CG-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1).
               05 CG-PROGRAM       PIC X(16).
      *    Every name a routine logs plaintext recovery under - the
      *    Caesar DECRYPT, SOLVE's shift listing, the two Caesar
      *    cracks, the affine crack, and the analyst review that
      *    shows each crack's candidates
                 88 CG-IS-DECRYPT       VALUE "DECRYPT" "SOLVE"
                                              "AUTO-CRACK"
                                              "CRIB-CRACK"
                                              "AFFINE-CRACK"
                                              "CRACK-REVIEW".
               05 FILLER           PIC X(32).
               05 CG-USER-LABEL    PIC X(6).
               05 CG-USER          PIC X(8).
               05 FILLER           PIC X(36).

      *    KEYAUDIT carries two shapes - KEYADMIN's single-identity
      *    line with the operator after the timestamp, and
      *    KEYAPPRV's dual-identity line with MADE= and APPR=
             FD  KEY-AUDIT-FILE.
             01 REC-KEYAUDIT.
               05 KG-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1).
               05 KG-OPERATOR      PIC X(8).
               05 FILLER           PIC X(70).
             01 REC-KEYAUDIT-APPR.
               05 FILLER           PIC X(22).
               05 KG-ACTION        PIC X(7).
               05 FILLER           PIC X(6).
               05 KG-DATE          PIC X(8).
               05 FILLER           PIC X(19).
               05 KG-MADE-LABEL    PIC X(6).
               05 KG-MAKER         PIC X(8).
               05 FILLER           PIC X(6).
               05 KG-CHECKER       PIC X(8).
               05 FILLER           PIC X(10).

      *    OPERADM's before/after line - a GRANT or REVOKE carries
      *    the profile, and the function when a profile changed
             FD  OPER-AUDIT-FILE.
             01 REC-OPERAUDIT.
               05 OG-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1).
               05 OG-OPERATOR      PIC X(8).
               05 FILLER           PIC X(1).
               05 OG-ACTION        PIC X(7).
               05 FILLER           PIC X(6).
               05 OG-USERID        PIC X(8).
               05 FILLER           PIC X(8).
               05 OG-BEFORE-LEVEL  PIC X(1).
               05 FILLER           PIC X(7).
               05 OG-AFTER-LEVEL   PIC X(1).
               05 FILLER           PIC X(17).
               05 OG-PROFILE       PIC X(8).
               05 FILLER           PIC X(10).
               05 OG-FUNCTION      PIC X(16).

             FD  OPERATOR-FILE.
             COPY "operrec.cpy".

             FD  PERM-PROFILE-FILE.
             COPY "permrec.cpy".

             FD  SOD-REPORT.
             01 REC-SOD-RPT        PIC X(132).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-SIGNLOG-STATUS PIC X(2).
             01 STR-CIPHERLOG-STATUS PIC X(2).
             01 STR-KEYAUDIT-STATUS PIC X(2).
             01 STR-OPERAUDIT-STATUS PIC X(2).
             01 STR-OPERFILE-STATUS PIC X(2).
             01 STR-PERMPROF-STATUS PIC X(2).

      *    The audit period - the trails are read whole, but only
      *    activity stamped inside it is counted or flagged; the
      *    sign-on hours and last sign-on come off all of SIGNLOG
             01 STR-ENTRY-DATE     PIC X(8).
             01 STR-FROM-DATE      PIC X(8).
             01 STR-TO-DATE        PIC X(8).
             01 I-FROM-NUM         PIC 9(8).
             01 I-TO-NUM           PIC 9(8).
             01 I-DATE-INT         PIC 9(7).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".

      *    Dormancy - an account that still holds decrypt, key or
      *    other administrative functions but has not signed on in
      *    this many days
             01 I-DORMANT-DAYS     PIC 999 VALUE 60.
             01 STR-DORMANT-CUTOFF PIC X(8).
             01 I-CUTOFF-NUM       PIC 9(8).
             01 I-PERIOD-DAYS      PIC 999 VALUE 90.

      *    One slot per user id met on any trail
             01 I-USER-COUNT       PIC 999 VALUE 0.
             01 I-USER-MAX         PIC 999 VALUE 200.
             01 USER-TABLE.
               05 UT-ENTRY OCCURS 200 TIMES.
                 10 UT-USER        PIC X(8).
                 10 UT-PROFILES    PIC X(1).
                 10 UT-SIGNONS     PIC 9(5).
                 10 UT-FAILURES    PIC 9(5).
                 10 UT-FIRST-HOUR  PIC 99.
                 10 UT-LAST-HOUR   PIC 99.
                 10 UT-LAST-SIGNON PIC X(8).
                 10 UT-CIPHER-LINES PIC 9(7).
                 10 UT-DECRYPTS    PIC 9(7).
                 10 UT-OFFHOURS    PIC 9(7).
                 10 UT-OFFHOURS-FIRST PIC X(14).
                 10 UT-KEY-ACTS    PIC 9(5).
                 10 UT-OPER-ACTS   PIC 9(5).
             01 I-TBL-ITER         PIC 999.
             01 I-TBL-SLOT         PIC 999.
             01 STR-FIND-USER      PIC X(8).
             01 I-TABLE-FULL-WARN  PIC 9 VALUE 0.

      *    PERMPROF held whole for the dormancy judgement, and the
      *    profiles the operator being judged holds
             01 I-PERM-COUNT       PIC 999 VALUE 0.
             01 PERM-TABLE.
               05 PT-ENTRY         PIC X(25) OCCURS 300 TIMES.
             01 I-PERM-ITER        PIC 999.
             COPY "permrec.cpy"
               REPLACING REC-PERMPROF BY REC-PERM-ENTRY,
                         PP-PROFILE   BY PE-PROFILE,
                         PP-FUNCTION  BY PE-FUNCTION.
             01 HELD-PROFILES.
               05 HP-SLOT OCCURS 5 TIMES.
                 10 HP-PROFILE     PIC X(8).
                 10 FILLER         PIC X(1).
             01 I-HELD-ITER        PIC 9.
             01 I-HELD-COUNT       PIC 9.
             01 I-HELD-MATCH       PIC 9.
             01 STR-PRIV-FUNCTION  PIC X(16).

             01 I-WORK-HOUR        PIC 99.
             01 I-FINDING-COUNT    PIC 9(5) VALUE 0.
             01 I-RUN-RC           PIC 99 VALUE 0.

      *    Report line layouts
             01 STR-SOD-HEADER     PIC X(132) VALUE
                 "SEGREGATION-OF-DUTIES AND OPERATOR ACTIVITY AUDIT".
             01 STR-SOD-BLANK      PIC X(132) VALUE SPACES.
             01 STR-SOD-PERIOD-LINE.
               05 FILLER           PIC X(7)  VALUE "PERIOD=".
               05 SOD-FROM         PIC X(8).
               05 FILLER           PIC X(4)  VALUE " TO ".
               05 SOD-TO           PIC X(8).
               05 FILLER           PIC X(15) VALUE " DORMANT AFTER=".
               05 SOD-DORMANT-DAYS PIC ZZ9.
               05 FILLER           PIC X(5)  VALUE " DAYS".
               05 FILLER           PIC X(82) VALUE SPACES.
             01 STR-SOD-FIND-HEAD  PIC X(132) VALUE "FINDINGS".
             01 STR-SOD-FIND-COLS.
               05 FILLER           PIC X(9)  VALUE "RULE".
               05 FILLER           PIC X(9)  VALUE "USER".
               05 FILLER           PIC X(114) VALUE "DETAIL".
             01 STR-SOD-FIND-LINE.
               05 SOD-RULE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-USER         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-DETAIL       PIC X(114).
             01 STR-SOD-NONE-LINE  PIC X(132)
                 VALUE "  NO SEGREGATION-OF-DUTIES CONFLICTS FOUND".
             01 STR-SOD-ACT-HEAD   PIC X(132)
                 VALUE "ACTIVITY BY USER".
             01 STR-SOD-ACT-COLS.
               05 FILLER           PIC X(9)  VALUE "USER".
               05 FILLER           PIC X(4)  VALUE "PRF".
               05 FILLER           PIC X(7)  VALUE "SIGNON".
               05 FILLER           PIC X(7)  VALUE "FAILED".
               05 FILLER           PIC X(9)  VALUE "CIPHLINE".
               05 FILLER           PIC X(9)  VALUE "DECRYPTS".
               05 FILLER           PIC X(9)  VALUE "OFFHOURS".
               05 FILLER           PIC X(7)  VALUE "KEYACT".
               05 FILLER           PIC X(7)  VALUE "OPRACT".
               05 FILLER           PIC X(9)  VALUE "LASTSIGN".
               05 FILLER           PIC X(55) VALUE "HOURS".
             01 STR-SOD-ACT-LINE.
               05 SOD-ACT-USER     PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-PROFILES PIC X(1).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 SOD-ACT-SIGNONS  PIC Z(5)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-FAILURES PIC Z(5)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-LINES    PIC Z(7)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-DECRYPTS PIC Z(7)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-OFFHOURS PIC Z(7)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-KEYACTS  PIC Z(5)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-OPRACTS  PIC Z(5)9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-LASTSIGN PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 SOD-ACT-HOURS    PIC X(5).
               05 FILLER           PIC X(50) VALUE SPACES.
             01 STR-SOD-TOTAL-LINE.
               05 FILLER           PIC X(9)  VALUE "FINDINGS=".
               05 SOD-FINDINGS     PIC 9(5).
               05 FILLER           PIC X(7)  VALUE " USERS=".
               05 SOD-USERS        PIC 9(3).
               05 FILLER           PIC X(108) VALUE SPACES.

      *    Detail-text work areas
             01 STR-HOURS-TEXT.
               05 HT-FIRST         PIC 99.
               05 FILLER           PIC X(1) VALUE "-".
               05 HT-LAST          PIC 99.
             01 I-EDIT-COUNT       PIC Z(6)9.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "SODAUDIT - audit period to (YYYYMMDD, blank "
                    "for the business date): "
            ACCEPT STR-ENTRY-DATE
            EVALUATE TRUE
             WHEN STR-ENTRY-DATE = SPACES
              CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-TO-DATE
             WHEN STR-ENTRY-DATE IS NUMERIC
              MOVE STR-ENTRY-DATE TO STR-TO-DATE
             WHEN OTHER
              DISPLAY "SODAUDIT - REJECTED - date must be 8 digits "
                      "(YYYYMMDD)"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE
            MOVE STR-TO-DATE TO I-TO-NUM

            DISPLAY "SODAUDIT - audit period from (YYYYMMDD, blank "
                    "for the 90 days before): "
            ACCEPT STR-ENTRY-DATE
            EVALUATE TRUE
             WHEN STR-ENTRY-DATE = SPACES
              COMPUTE I-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(I-TO-NUM) - I-PERIOD-DAYS
              COMPUTE I-FROM-NUM = FUNCTION DATE-OF-INTEGER(I-DATE-INT)
              MOVE I-FROM-NUM TO STR-FROM-DATE
             WHEN STR-ENTRY-DATE IS NUMERIC
                  AND STR-ENTRY-DATE NOT > STR-TO-DATE
              MOVE STR-ENTRY-DATE TO STR-FROM-DATE
             WHEN OTHER
              DISPLAY "SODAUDIT - REJECTED - from date must be 8 "
                      "digits and not after the to date"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE

            COMPUTE I-DATE-INT =
                FUNCTION INTEGER-OF-DATE(I-TO-NUM) - I-DORMANT-DAYS
            COMPUTE I-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(I-DATE-INT)
            MOVE I-CUTOFF-NUM TO STR-DORMANT-CUTOFF

            OPEN OUTPUT SOD-REPORT
            WRITE REC-SOD-RPT FROM STR-SOD-HEADER
            MOVE STR-FROM-DATE  TO SOD-FROM
            MOVE STR-TO-DATE    TO SOD-TO
            MOVE I-DORMANT-DAYS TO SOD-DORMANT-DAYS
            WRITE REC-SOD-RPT FROM STR-SOD-PERIOD-LINE
            WRITE REC-SOD-RPT FROM STR-SOD-BLANK
            WRITE REC-SOD-RPT FROM STR-SOD-FIND-HEAD
            WRITE REC-SOD-RPT FROM STR-SOD-FIND-COLS

      *     SIGNLOG first - the sign-on hours it yields are what
      *     the CIPHERLOG pass judges each decrypt against
            PERFORM SCAN-SIGNON-LOG
            PERFORM SCAN-KEY-AUDIT
            PERFORM SCAN-OPER-AUDIT
            PERFORM SCAN-CIPHER-LOG

            PERFORM JUDGE-ONE-USER-DECRYPTS
                VARYING I-TBL-ITER FROM 1 BY 1
                UNTIL I-TBL-ITER > I-USER-COUNT

            PERFORM SCAN-OPERATOR-FILE

            IF I-FINDING-COUNT = 0
             WRITE REC-SOD-RPT FROM STR-SOD-NONE-LINE
            END-IF

            WRITE REC-SOD-RPT FROM STR-SOD-BLANK
            WRITE REC-SOD-RPT FROM STR-SOD-ACT-HEAD
            WRITE REC-SOD-RPT FROM STR-SOD-ACT-COLS
            PERFORM WRITE-ONE-ACTIVITY-LINE
                VARYING I-TBL-ITER FROM 1 BY 1
                UNTIL I-TBL-ITER > I-USER-COUNT

            MOVE I-FINDING-COUNT TO SOD-FINDINGS
            MOVE I-USER-COUNT    TO SOD-USERS
            WRITE REC-SOD-RPT FROM STR-SOD-BLANK
            WRITE REC-SOD-RPT FROM STR-SOD-TOTAL-LINE
            CLOSE SOD-REPORT

            IF I-FINDING-COUNT > 0
             MOVE 4 TO I-RUN-RC
            END-IF

            DISPLAY "SODAUDIT - " I-FINDING-COUNT " finding(s) over "
                    I-USER-COUNT " user(s) for " STR-FROM-DATE
                    " to " STR-TO-DATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    SIGNLOG - every successful sign-on widens the user's
      *    normal hours and moves their last sign-on date forward;
      *    the counts cover the audit period only
      *    /////////////////////////////////////////////////////////////
           SCAN-SIGNON-LOG.
            OPEN INPUT SIGNON-LOG
            IF STR-SIGNLOG-STATUS NOT = "00"
             DISPLAY "SODAUDIT - no SIGNLOG to read - sign-on "
                     "rules judged on an empty trail"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-SIGNON UNTIL I-AT-EOF
            CLOSE SIGNON-LOG.

           READ-ONE-SIGNON.
            READ SIGNON-LOG
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR SG-USER = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE SG-USER TO STR-FIND-USER
            PERFORM FIND-USER-SLOT
            IF I-TBL-SLOT = 0
             EXIT PARAGRAPH
            END-IF

            IF SG-RESULT = "SUCCESS"
             MOVE SG-TIMESTAMP(9:2) TO I-WORK-HOUR
             IF I-WORK-HOUR < UT-FIRST-HOUR(I-TBL-SLOT)
              MOVE I-WORK-HOUR TO UT-FIRST-HOUR(I-TBL-SLOT)
             END-IF
             IF I-WORK-HOUR > UT-LAST-HOUR(I-TBL-SLOT)
                   OR UT-LAST-SIGNON(I-TBL-SLOT) = SPACES
              MOVE I-WORK-HOUR TO UT-LAST-HOUR(I-TBL-SLOT)
             END-IF
             IF SG-TIMESTAMP(1:8) > UT-LAST-SIGNON(I-TBL-SLOT)
              MOVE SG-TIMESTAMP(1:8) TO UT-LAST-SIGNON(I-TBL-SLOT)
             END-IF
            END-IF

            IF SG-TIMESTAMP(1:8) < STR-FROM-DATE
                  OR SG-TIMESTAMP(1:8) > STR-TO-DATE
             EXIT PARAGRAPH
            END-IF

            IF SG-RESULT = "SUCCESS"
             ADD 1 TO UT-SIGNONS(I-TBL-SLOT)
            ELSE
             ADD 1 TO UT-FAILURES(I-TBL-SLOT)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    KEYAUDIT - an approval line whose maker and checker are
      *    the same id is the dual control defeated; every line in
      *    the period counts toward the acting operator's activity
      *    /////////////////////////////////////////////////////////////
           SCAN-KEY-AUDIT.
            OPEN INPUT KEY-AUDIT-FILE
            IF STR-KEYAUDIT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-KEY-AUDIT UNTIL I-AT-EOF
            CLOSE KEY-AUDIT-FILE.

           READ-ONE-KEY-AUDIT.
            READ KEY-AUDIT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF KG-TIMESTAMP(1:8) < STR-FROM-DATE
                  OR KG-TIMESTAMP(1:8) > STR-TO-DATE
             EXIT PARAGRAPH
            END-IF

            IF KG-MADE-LABEL = " MADE="
             MOVE KG-CHECKER TO STR-FIND-USER
            ELSE
             MOVE KG-OPERATOR TO STR-FIND-USER
            END-IF
            PERFORM FIND-USER-SLOT
            IF I-TBL-SLOT > 0
             ADD 1 TO UT-KEY-ACTS(I-TBL-SLOT)
            END-IF

            IF KG-MADE-LABEL = " MADE="
                  AND KG-MAKER = KG-CHECKER
                  AND KG-MAKER NOT = SPACES
             MOVE "KEYSELF"  TO SOD-RULE
             MOVE KG-MAKER   TO SOD-USER
             MOVE SPACES     TO SOD-DETAIL
             STRING "ENTERED AND APPROVED KEY "
                        DELIMITED BY SIZE
                    KG-ACTION DELIMITED BY SPACE
                    " FOR DATE=" DELIMITED BY SIZE
                    KG-DATE DELIMITED BY SIZE
                    " AT " DELIMITED BY SIZE
                    KG-TIMESTAMP(1:14) DELIMITED BY SIZE
                 INTO SOD-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    OPERAUDIT - an operator whose own record's level moved,
      *    or who granted or revoked a profile on their own record,
      *    under their own id granted themselves (or dropped)
      *    authority with nobody else in the loop
      *    /////////////////////////////////////////////////////////////
           SCAN-OPER-AUDIT.
            OPEN INPUT OPER-AUDIT-FILE
            IF STR-OPERAUDIT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-OPER-AUDIT UNTIL I-AT-EOF
            CLOSE OPER-AUDIT-FILE.

           READ-ONE-OPER-AUDIT.
            READ OPER-AUDIT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF OG-TIMESTAMP(1:8) < STR-FROM-DATE
                  OR OG-TIMESTAMP(1:8) > STR-TO-DATE
             EXIT PARAGRAPH
            END-IF

            MOVE OG-OPERATOR TO STR-FIND-USER
            PERFORM FIND-USER-SLOT
            IF I-TBL-SLOT > 0
             ADD 1 TO UT-OPER-ACTS(I-TBL-SLOT)
            END-IF

      *     A CONVERT line is OPERADM moving a bare level to its
      *     profile on load, whoever happened to be signed on
            IF OG-OPERATOR = OG-USERID
                  AND OG-BEFORE-LEVEL NOT = OG-AFTER-LEVEL
                  AND OG-ACTION NOT = "CONVERT"
             MOVE "OWNLEVEL"  TO SOD-RULE
             MOVE OG-OPERATOR TO SOD-USER
             MOVE SPACES      TO SOD-DETAIL
             STRING "CHANGED OWN LEVEL " DELIMITED BY SIZE
                    OG-BEFORE-LEVEL DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    OG-AFTER-LEVEL DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    OG-ACTION DELIMITED BY SPACE
                    ") AT " DELIMITED BY SIZE
                    OG-TIMESTAMP(1:14) DELIMITED BY SIZE
                 INTO SOD-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF

            IF OG-OPERATOR = OG-USERID
                  AND OG-USERID NOT = SPACES
                  AND (OG-ACTION = "GRANT" OR OG-ACTION = "REVOKE")
             MOVE "OWNPROF"   TO SOD-RULE
             MOVE OG-OPERATOR TO SOD-USER
             MOVE SPACES      TO SOD-DETAIL
             STRING OG-ACTION DELIMITED BY SPACE
                    " OF OWN PROFILE " DELIMITED BY SIZE
                    OG-PROFILE DELIMITED BY SPACE
                    " AT " DELIMITED BY SIZE
                    OG-TIMESTAMP(1:14) DELIMITED BY SIZE
                 INTO SOD-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    CIPHERLOG - counts each user's lines in the period, and
      *    each decrypt line (any of the CG-IS-DECRYPT names) whose
      *    hour falls outside the hours that user signs on in
      *    /////////////////////////////////////////////////////////////
           SCAN-CIPHER-LOG.
            OPEN INPUT CIPHER-LOG
            IF STR-CIPHERLOG-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-CIPHER-LINE UNTIL I-AT-EOF
            CLOSE CIPHER-LOG.

           READ-ONE-CIPHER-LINE.
            READ CIPHER-LOG
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR CG-USER-LABEL NOT = " USER="
             EXIT PARAGRAPH
            END-IF

            IF CG-TIMESTAMP(1:8) < STR-FROM-DATE
                  OR CG-TIMESTAMP(1:8) > STR-TO-DATE
             EXIT PARAGRAPH
            END-IF

            MOVE CG-USER TO STR-FIND-USER
            PERFORM FIND-USER-SLOT
            IF I-TBL-SLOT = 0
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO UT-CIPHER-LINES(I-TBL-SLOT)

            IF NOT CG-IS-DECRYPT
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO UT-DECRYPTS(I-TBL-SLOT)
            MOVE CG-TIMESTAMP(9:2) TO I-WORK-HOUR
            IF UT-LAST-SIGNON(I-TBL-SLOT) NOT = SPACES
                  AND (I-WORK-HOUR < UT-FIRST-HOUR(I-TBL-SLOT)
                       OR I-WORK-HOUR > UT-LAST-HOUR(I-TBL-SLOT))
             ADD 1 TO UT-OFFHOURS(I-TBL-SLOT)
             IF UT-OFFHOURS-FIRST(I-TBL-SLOT) = SPACES
              MOVE CG-TIMESTAMP(1:14)
                  TO UT-OFFHOURS-FIRST(I-TBL-SLOT)
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One finding per user for out-of-hours decrypts (with the
      *    first one's time), and one for decrypts stamped with an
      *    id that has no sign-on on record at all
      *    /////////////////////////////////////////////////////////////
           JUDGE-ONE-USER-DECRYPTS.
            IF UT-DECRYPTS(I-TBL-ITER) = 0
             EXIT PARAGRAPH
            END-IF

            MOVE UT-USER(I-TBL-ITER) TO SOD-USER
            MOVE SPACES TO SOD-DETAIL

            IF UT-LAST-SIGNON(I-TBL-ITER) = SPACES
             MOVE "NOSIGNON" TO SOD-RULE
             MOVE UT-DECRYPTS(I-TBL-ITER) TO I-EDIT-COUNT
             STRING FUNCTION TRIM(I-EDIT-COUNT) DELIMITED BY SIZE
                    " DECRYPT LINE(S) BY AN ID WITH NO SIGN-ON "
                        DELIMITED BY SIZE
                    "ON RECORD" DELIMITED BY SIZE
                 INTO SOD-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
             EXIT PARAGRAPH
            END-IF

            IF UT-OFFHOURS(I-TBL-ITER) > 0
             MOVE "OFFHOURS" TO SOD-RULE
             MOVE UT-OFFHOURS(I-TBL-ITER)   TO I-EDIT-COUNT
             MOVE UT-FIRST-HOUR(I-TBL-ITER) TO HT-FIRST
             MOVE UT-LAST-HOUR(I-TBL-ITER)  TO HT-LAST
             STRING FUNCTION TRIM(I-EDIT-COUNT) DELIMITED BY SIZE
                    " DECRYPT LINE(S) OUTSIDE SIGN-ON HOURS "
                        DELIMITED BY SIZE
                    STR-HOURS-TEXT DELIMITED BY SIZE
                    ", FIRST AT " DELIMITED BY SIZE
                    UT-OFFHOURS-FIRST(I-TBL-ITER) DELIMITED BY SIZE
                 INTO SOD-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    OPERFILE - carries how many profiles each user holds onto
      *    the activity lines, and flags an account holding more
      *    than the everyday sending functions whose last
      *    successful sign-on is older than the dormancy cut-off
      *    (or that has never signed on). A row with no profiles
      *    yet is judged on the LEVELn profile its old level became
      *    /////////////////////////////////////////////////////////////
           SCAN-OPERATOR-FILE.
            PERFORM LOAD-PROFILE-FILE

            OPEN INPUT OPERATOR-FILE
            IF STR-OPERFILE-STATUS NOT = "00"
             DISPLAY "SODAUDIT - no OPERFILE to read - dormant "
                     "accounts not judged"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-OPERATOR UNTIL I-AT-EOF
            CLOSE OPERATOR-FILE.

           READ-ONE-OPERATOR.
            READ OPERATOR-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR OP-USERID = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE OP-USERID TO STR-FIND-USER
            PERFORM FIND-USER-SLOT
            IF I-TBL-SLOT = 0
             EXIT PARAGRAPH
            END-IF

            MOVE OP-PROFILE-LIST TO HELD-PROFILES
            IF HELD-PROFILES = SPACES
                  AND OP-LEVEL IS NUMERIC AND OP-LEVEL > 0
             MOVE "LEVEL"  TO HP-PROFILE(1)
             MOVE OP-LEVEL TO HP-PROFILE(1)(6:1)
            END-IF

            MOVE 0 TO I-HELD-COUNT
            PERFORM COUNT-ONE-HELD
                VARYING I-HELD-ITER FROM 1 BY 1
                UNTIL I-HELD-ITER > 5
            MOVE I-HELD-COUNT TO UT-PROFILES(I-TBL-SLOT)

            MOVE SPACES TO STR-PRIV-FUNCTION
            PERFORM CHECK-ONE-PERM-ENTRY
                VARYING I-PERM-ITER FROM 1 BY 1
                UNTIL I-PERM-ITER > I-PERM-COUNT
                   OR STR-PRIV-FUNCTION NOT = SPACES

            IF STR-PRIV-FUNCTION = SPACES
             EXIT PARAGRAPH
            END-IF

            IF UT-LAST-SIGNON(I-TBL-SLOT) = SPACES
                  OR UT-LAST-SIGNON(I-TBL-SLOT) < STR-DORMANT-CUTOFF
             MOVE "DORMANT"  TO SOD-RULE
             MOVE OP-USERID  TO SOD-USER
             MOVE SPACES     TO SOD-DETAIL
             IF UT-LAST-SIGNON(I-TBL-SLOT) = SPACES
              STRING "HOLDS " DELIMITED BY SIZE
                     STR-PRIV-FUNCTION DELIMITED BY SPACE
                     " - NO SUCCESSFUL SIGN-ON ON RECORD"
                         DELIMITED BY SIZE
                  INTO SOD-DETAIL
              END-STRING
             ELSE
              STRING "HOLDS " DELIMITED BY SIZE
                     STR-PRIV-FUNCTION DELIMITED BY SPACE
                     " - LAST SUCCESSFUL SIGN-ON " DELIMITED BY SIZE
                     UT-LAST-SIGNON(I-TBL-SLOT) DELIMITED BY SIZE
                  INTO SOD-DETAIL
              END-STRING
             END-IF
             PERFORM WRITE-FINDING-LINE
            END-IF.

           COUNT-ONE-HELD.
            IF HP-PROFILE(I-HELD-ITER) NOT = SPACES
             ADD 1 TO I-HELD-COUNT
            END-IF.

      *    An entry for a function beyond the everyday sending ones,
      *    on a profile the operator holds, names what makes the
      *    account worth watching
           CHECK-ONE-PERM-ENTRY.
            MOVE PT-ENTRY(I-PERM-ITER) TO REC-PERM-ENTRY
            IF PE-FUNCTION = "ENCRYPT" OR PE-FUNCTION = "VAULT-RECUT"
                  OR PE-FUNCTION = "REJECT-RESUBMIT"
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-HELD-MATCH
            PERFORM MATCH-ONE-HELD
                VARYING I-HELD-ITER FROM 1 BY 1
                UNTIL I-HELD-ITER > 5 OR I-HELD-MATCH = 1
            IF I-HELD-MATCH = 1
             MOVE PE-FUNCTION TO STR-PRIV-FUNCTION
            END-IF.

           MATCH-ONE-HELD.
            IF HP-PROFILE(I-HELD-ITER) = PE-PROFILE
             MOVE 1 TO I-HELD-MATCH
            END-IF.

           LOAD-PROFILE-FILE.
            MOVE 0 TO I-PERM-COUNT
            OPEN INPUT PERM-PROFILE-FILE
            IF STR-PERMPROF-STATUS NOT = "00"
             DISPLAY "SODAUDIT - no PERMPROF to read - every "
                     "account judged as holding nothing"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM LOAD-ONE-PROFILE-LINE UNTIL I-AT-EOF
            CLOSE PERM-PROFILE-FILE.

           LOAD-ONE-PROFILE-LINE.
            READ PERM-PROFILE-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND PP-PROFILE NOT = SPACES
                  AND I-PERM-COUNT < 300
             ADD 1 TO I-PERM-COUNT
             MOVE REC-PERMPROF TO PT-ENTRY(I-PERM-COUNT)
            END-IF.

           WRITE-FINDING-LINE.
            ADD 1 TO I-FINDING-COUNT
            WRITE REC-SOD-RPT FROM STR-SOD-FIND-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Finds the slot for STR-FIND-USER, opening a fresh one the
      *    first time an id is met - a full table drops the id with
      *    one console warning rather than abending the audit
      *    /////////////////////////////////////////////////////////////
           FIND-USER-SLOT.
            MOVE 0 TO I-TBL-SLOT
            PERFORM MATCH-ONE-USER-SLOT
                VARYING I-TBL-ITER FROM 1 BY 1
                UNTIL I-TBL-ITER > I-USER-COUNT
                   OR I-TBL-SLOT > 0

            IF I-TBL-SLOT > 0
             EXIT PARAGRAPH
            END-IF

            IF I-USER-COUNT NOT < I-USER-MAX
             IF I-TABLE-FULL-WARN = 0
              DISPLAY "SODAUDIT - user table full at " I-USER-MAX
                      " ids - further ids not audited"
              MOVE 1 TO I-TABLE-FULL-WARN
             END-IF
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-USER-COUNT
            MOVE I-USER-COUNT  TO I-TBL-SLOT
            MOVE STR-FIND-USER TO UT-USER(I-TBL-SLOT)
            MOVE SPACE  TO UT-PROFILES(I-TBL-SLOT)
            MOVE 0      TO UT-SIGNONS(I-TBL-SLOT)
            MOVE 0      TO UT-FAILURES(I-TBL-SLOT)
            MOVE 99     TO UT-FIRST-HOUR(I-TBL-SLOT)
            MOVE 0      TO UT-LAST-HOUR(I-TBL-SLOT)
            MOVE SPACES TO UT-LAST-SIGNON(I-TBL-SLOT)
            MOVE 0      TO UT-CIPHER-LINES(I-TBL-SLOT)
            MOVE 0      TO UT-DECRYPTS(I-TBL-SLOT)
            MOVE 0      TO UT-OFFHOURS(I-TBL-SLOT)
            MOVE SPACES TO UT-OFFHOURS-FIRST(I-TBL-SLOT)
            MOVE 0      TO UT-KEY-ACTS(I-TBL-SLOT)
            MOVE 0      TO UT-OPER-ACTS(I-TBL-SLOT).

           MATCH-ONE-USER-SLOT.
            IF UT-USER(I-TBL-ITER) = STR-FIND-USER
             MOVE I-TBL-ITER TO I-TBL-SLOT
            END-IF.

           WRITE-ONE-ACTIVITY-LINE.
            MOVE UT-USER(I-TBL-ITER)         TO SOD-ACT-USER
            MOVE UT-PROFILES(I-TBL-ITER)     TO SOD-ACT-PROFILES
            MOVE UT-SIGNONS(I-TBL-ITER)      TO SOD-ACT-SIGNONS
            MOVE UT-FAILURES(I-TBL-ITER)     TO SOD-ACT-FAILURES
            MOVE UT-CIPHER-LINES(I-TBL-ITER) TO SOD-ACT-LINES
            MOVE UT-DECRYPTS(I-TBL-ITER)     TO SOD-ACT-DECRYPTS
            MOVE UT-OFFHOURS(I-TBL-ITER)     TO SOD-ACT-OFFHOURS
            MOVE UT-KEY-ACTS(I-TBL-ITER)     TO SOD-ACT-KEYACTS
            MOVE UT-OPER-ACTS(I-TBL-ITER)    TO SOD-ACT-OPRACTS

            IF UT-LAST-SIGNON(I-TBL-ITER) = SPACES
             MOVE "NEVER"  TO SOD-ACT-LASTSIGN
             MOVE SPACES   TO SOD-ACT-HOURS
            ELSE
             MOVE UT-LAST-SIGNON(I-TBL-ITER) TO SOD-ACT-LASTSIGN
             MOVE UT-FIRST-HOUR(I-TBL-ITER)  TO HT-FIRST
             MOVE UT-LAST-HOUR(I-TBL-ITER)   TO HT-LAST
             MOVE STR-HOURS-TEXT             TO SOD-ACT-HOURS
            END-IF

            WRITE REC-SOD-RPT FROM STR-SOD-ACT-LINE.

           END PROGRAM SODAUDIT.
