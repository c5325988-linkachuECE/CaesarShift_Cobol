      *    // RECVRPT. Two passes over the inbound file: the first
      *    // proves it, the second lands it, so a fault found
      *    // mid-verify never leaves a half-landed plaintext file.
      *    //
      *    // Relay mode: given a second partner code, the gateway
      *    // lands nothing. Each record the land pass decrypts is
      *    // re-enciphered in storage under the second partner's
      *    // PARTFILE profile and written to a new generation of
      *    // RELAYOUT - header, trailer, serials, and an OUTREG
      *    // entry, the same outbound file the batch drivers cut -
      *    // so traffic one partner sends for another never sits on
      *    // disk in the clear between a receive and an encrypt
      *    // run. Every relayed message gets a RELAYLOG line pairing
      *    // it in with it out, and the run is bracketed on
      *    // CIPHERLOG.
      *    //
      *    // Rejection notice: whenever a file is refused, lands
      *    // short, or lands with findings, the faults also go to
      *    // the sending partner - a new generation of REJNOTE
      *    // carrying the file's header run ID, the disposition
      *    // (REFUSED, PARTIAL or ACCEPTED) and one line per fault
      *    // with its record number and reason code, cut with an
      *    // outbound header and trailer and filed on OUTREG under
      *    // the sending partner, so it is verified, enveloped and
      *    // sent back the way any outbound file is. A notice
      *    // carries no message content and goes out as plain text
      *    // (header MODE=N). Faults that are ours to fix - our
      *    // own profile, our key stores, the relay leg - are
      *    // reported to the partner as one OURSIDE line, never
      *    // in our own words.
      *    //
      *    // Lifecycle: the sending partner's state on PARTLIFE
      *    // decides whether the file is taken at all. A LIVE
      *    // partner's file runs as above. A TESTING partner's file
      *    // is taken as test traffic - landed, never relayed - and
      *    // one that lands clean is stamped on PARTLIFE as the test
      *    // receipt PARTADM wants before the partner goes LIVE. A
      *    // SUSPENDED partner's file, or a relay to one, is held:
      *    // nothing is read past the header, nothing lands, no
      *    // notice goes back, and the step ends RC=4 with the file
      *    // left on INBOUND. Any other state refuses the file.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CIPHRECV.

                 SELECT SERIAL-REG ASSIGN TO "SERINREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SERREG-STATUS.
      *    Relay mode's outbound file and its pairing log
                 SELECT RELAY-OUT ASSIGN TO "RELAYOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RELAYOUT-STATUS.
                 SELECT RELAY-LOG ASSIGN TO "RELAYLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RELAYLOG-STATUS.
      *    The rejection notice going back to the sending partner
                 SELECT NOTICE-OUT ASSIGN TO "REJNOTE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-NOTICE-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  RECEIVE-RPT.
             01 REC-RECV-RPT     PIC X(100).

             FD  RELAY-OUT.
             01 REC-RELAY-OUT    PIC X(121).

             FD  RELAY-LOG.
             01 REC-RELAY-LOG    PIC X(134).

             FD  NOTICE-OUT.
             01 REC-NOTICE-OUT   PIC X(100).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
      *    The sending partner's profile - their settings are OUR
      *    settings for undoing the traffic
             01 STR-WANT-PARTNER PIC X(8).
      *    The date the profile is resolved under - the run date
      *    the inbound header carries, so a file cut before the
      *    partner's settings changed is read under the settings
      *    it was cut with; the business date when the top of the
      *    file is no header the verify pass will accept
             01 STR-PROFILE-DATE PIC X(8).
             COPY "partrec.cpy".
             01 I-PROFILE-FOUND  PIC 9.
             01 C-CIPHER-TYPE    PIC X(8).
               88 I-CIPHER-ATBASH     VALUE "ATBASH".
               88 I-CIPHER-AFFINE     VALUE "AFFINE".
               88 I-CIPHER-TRANSPOS   VALUE "TRANSPOS".
               88 I-CIPHER-PLAYFAIR   VALUE "PLAYFAIR".
             01 I-AFFINE-A       PIC 99.
             01 I-AFFINE-B       PIC 99.
             01 STR-TR-KEYWORD   PIC X(10).
             01 I-TR-KEYLEN      PIC 99.
             01 STR-PF-KEYWORD   PIC X(16).
             01 I-PF-KEYLEN      PIC 99.
             01 STR-AFFINE-PROBE PIC X(100) VALUE "A".
             01 C-DECRYPT-MODE   PIC X(1) VALUE "D".

             01 STR-TYPED-KEYWORD PIC X(16).
             01 I-TYPED-KWLEN    PIC 99.
             01 I-TYPED-FOUND    PIC 9.
             01 I-TYPED-AFFA     PIC 99.
             01 I-TYPED-AFFB     PIC 99.

             COPY "strrec.cpy".
             COPY "headerrec.cpy".
             01 I-AFTER-TRAILER  PIC 9(6) VALUE 0.
             01 I-FAULT-COUNT    PIC 99   VALUE 0.

      *    Lifecycle fields - the sending (or relay) partner's
      *    PARTLIFE line, and whether this is a TESTING partner's
      *    test traffic
             COPY "partlife.cpy".
             01 C-STATE-GET      PIC X(1) VALUE "G".
             01 C-STATE-TEST-IN  PIC X(1) VALUE "T".
             01 I-STATE-FOUND    PIC 9.
             01 I-TEST-TRAFFIC   PIC 9    VALUE 0.
               88 I-TESTING-PARTNER   VALUE 1.
             01 STR-RCV-LIFE-LINE.
               05 FILLER         PIC X(10) VALUE "LIFECYCLE=".
               05 RCV-LIFE-STATE PIC X(10).
               05 FILLER         PIC X(3)  VALUE " - ".
               05 RCV-LIFE-TEXT  PIC X(77).

      *    Land-pass tallies
             01 I-LANDED-COUNT   PIC 9(6) VALUE 0.
             01 I-EXCEPTION-COUNT PIC 9(6) VALUE 0.

      *    Generation-catalog fields - the plaintext lands on a new
      *    generation of the RECVOUT base every run, cataloged with
      *    the inbound header's run ID and the landed count
             01 C-GEN-FUNC       PIC X(1).
             01 STR-GEN-BASE     PIC X(44).
             01 STR-GEN-SELECT   PIC X(8) VALUE SPACES.
             01 STR-GEN-PROGRAM  PIC X(8) VALUE "CIPHRECV".
             01 STR-GEN-RUN-ID   PIC X(14).
             01 STR-GEN-DSN      PIC X(44).
             01 I-GEN-NUMBER     PIC 9(4) VALUE 0.
             01 I-GEN-STATUS     PIC 9 VALUE 0.
             01 STR-RCV-GEN-LINE.
               05 FILLER         PIC X(8)  VALUE "RECVOUT=".
               05 RCV-GEN-DSN    PIC X(44).
               05 FILLER         PIC X(48) VALUE SPACES.

      *    Per-record integrity check fields - when the profile
      *    says the partner's traffic carries check values, each
      *    landing record's " CHK=nnnn" tail is recomputed through
               05 RCV-SER-VALUE  PIC 9(7).
               05 FILLER         PIC X(37) VALUE SPACES.

      *    Relay-mode fields - the receiving partner's profile is
      *    screened the way the sender's is, and its option set is
      *    held apart from the sender's so the decrypt and the
      *    re-encipher of one record each run under their own
             01 STR-RELAY-PARTNER PIC X(8) VALUE SPACES.
             01 I-RELAY-MODE     PIC 9    VALUE 0.
               88 I-RELAYING          VALUE 1.
             COPY "partrec.cpy"
               REPLACING REC-PARTNER-PROFILE BY REC-RELAY-PROFILE,
                         PF-CODE   BY RP-CODE,
                         PF-MODE   BY RP-MODE,
                         PF-SHIFT  BY RP-SHIFT,
                         PF-DIGITS BY RP-DIGITS,
                         PF-PUNCT  BY RP-PUNCT,
                         PF-CASE   BY RP-CASE,
                         PF-CIPHER BY RP-CIPHER,
                         PF-AFFA   BY RP-AFFA,
                         PF-AFFB   BY RP-AFFB,
                         PF-TRKEY  BY RP-TRKEY,
                         PF-CHECKVAL BY RP-CHECKVAL,
                         PF-SERIAL BY RP-SERIAL,
                         PF-ENV-OURID BY RP-ENV-OURID,
                         PF-ENV-THEIRID BY RP-ENV-THEIRID,
                         PF-EFF-DATE BY RP-EFF-DATE.
             01 I-RELAY-FOUND    PIC 9.
             01 C-RELAY-CIPHER   PIC X(8).
               88 I-RELAY-CAESAR      VALUE "CAESAR".
               88 I-RELAY-ATBASH      VALUE "ATBASH".
               88 I-RELAY-AFFINE      VALUE "AFFINE".
               88 I-RELAY-TRANSPOS    VALUE "TRANSPOS".
               88 I-RELAY-PLAYFAIR    VALUE "PLAYFAIR".
             01 I-RELAY-SHIFT    PIC S99.
             01 C-RELAY-DIGIT    PIC X(1).
             01 C-RELAY-PUNCT    PIC X(1).
             01 C-RELAY-CASE     PIC X(1).
             01 I-RELAY-AFFA     PIC 99.
             01 I-RELAY-AFFB     PIC 99.
             01 I-RELAY-KEYOFDAY PIC 9    VALUE 0.
             01 STR-RELAY-TRKEY  PIC X(10).
             01 I-RELAY-TRKLEN   PIC 99.
             01 STR-RELAY-PFKEY  PIC X(16).
             01 I-RELAY-PFKLEN   PIC 99.
             01 C-ENCRYPT-MODE   PIC X(1) VALUE "E".
             01 C-PROCDATE-GET   PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).
             01 STR-RELAYOUT-STATUS PIC X(2).
             01 STR-RELAYLOG-STATUS PIC X(2).
             01 STR-IN-RUN-ID    PIC X(14).
             01 STR-RELAY-DSN    PIC X(44).
             01 I-RELAY-EXCP     PIC 9(6) VALUE 0.
             01 I-RELAY-SCREENED PIC 9(6) VALUE 0.
             01 I-RELAY-UNCHANGED PIC 9(6) VALUE 0.
             01 I-RECORD-SERIAL  PIC 9(7).
             COPY "trailerrec.cpy".
             COPY "relaylog.cpy".

      *    Key-usage ceiling fields - a relay under the receiving
      *    partner's key of the day counts against that key's
      *    KEYLIMIT ceiling; the verify pass already knows how many
      *    messages are coming, so a relay that would cross the
      *    ceiling is refused whole rather than cut short
             01 C-KEYUSE-FUNC    PIC X(1).
             01 STR-KEYUSE-CIPHER PIC X(8).
             01 I-KEYUSE-RUN-COUNT PIC 9(7) VALUE 0.
             01 I-KEYUSE-USED    PIC 9(7).
             01 I-KEYUSE-WARN    PIC 9(7).
             01 I-KEYUSE-CEILING PIC 9(7).
             01 I-KEYUSE-HEADROOM PIC 9(7).
             01 I-KEYUSE-STATUS  PIC 9 VALUE 0.
             01 I-KEYUSE-TRACKED PIC 9 VALUE 0.

      *    Outbound tails on the relayed record, CIPHMANY's shape
             01 I-MSG-SERIAL     PIC 9(7) VALUE 0.
             01 I-SERIAL-STATUS  PIC 9.
             01 STR-TAILED-RECORD.
               05 TL-CONTENT     PIC X(100).
               05 TL-CHK-TAG     PIC X(5).
               05 TL-CHK-VAL     PIC X(4).
               05 TL-SER-TAG     PIC X(5).
               05 TL-SER-VAL     PIC X(7).

      *    The relayed message is screened for the receiving
      *    partner before it is re-enciphered - a hit is not put
      *    on SCRNHOLD, which would land the plaintext, but
      *    dropped from the relay and reported by record number
             01 STR-SCREEN-TEXT  PIC X(1000).
             01 STR-SCREEN-TERM  PIC X(40).
             01 I-SCREEN-LEN     PIC 9(4) VALUE 100.
             01 I-SCREEN-STATUS  PIC 9.

      *    The CIPHERLOG brackets around a relay
             01 STR-LOG-PROGRAM-NAME PIC X(16).
             01 I-LOG-LEN        PIC 999.
             01 I-LOG-SHIFT      PIC S99  VALUE 0.
             01 I-LOG-FLAG       PIC 9.

             01 STR-RCV-RELAY-PARTNER.
               05 FILLER         PIC X(9)  VALUE "RELAY TO=".
               05 RCV-RLY-PARTNER PIC X(8).
               05 FILLER         PIC X(8)  VALUE " CIPHER=".
               05 RCV-RLY-CIPHER PIC X(8).
               05 FILLER         PIC X(67) VALUE SPACES.
             01 STR-RCV-RELAY-LINE.
               05 FILLER         PIC X(8) VALUE "RELAY - ".
               05 RCV-RLY-TEXT   PIC X(25).
               05 FILLER         PIC X(8) VALUE " RECORD ".
               05 RCV-RLY-RECNUM PIC 9(6).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RCV-RLY-DETAIL PIC X(52).
             01 STR-RCV-RELAY-GEN.
               05 FILLER         PIC X(9)  VALUE "RELAYOUT=".
               05 RCV-RLY-DSN    PIC X(44).
               05 FILLER         PIC X(47) VALUE SPACES.

      *    Rejection-notice fields - every fault the run finds is
      *    kept here with its record number (zero for a fault in
      *    the file as a whole) and reason code until the end of
      *    the run decides the disposition. Record faults are the
      *    records the partner's file cost us: a check value that
      *    does not match or a record the decrypt refused.
             01 I-NOTICE-COUNT   PIC 999  VALUE 0.
             01 I-NOTICE-MAX     PIC 999  VALUE 200.
             01 I-NOTICE-LOST    PIC 9(5) VALUE 0.
             01 NOTICE-TABLE.
               05 NT-ENTRY OCCURS 200 TIMES.
                 10 NT-RECNUM    PIC 9(6).
                 10 NT-CODE      PIC X(8).
                 10 NT-TEXT      PIC X(61).
             01 I-NOTICE-ITER    PIC 999.
             01 I-NOTICE-RECNUM  PIC 9(6).
             01 STR-NOTICE-CODE  PIC X(8).
             01 STR-NOTICE-TEXT  PIC X(61).
             01 I-NOTICE-REC-FAULTS PIC 9(6) VALUE 0.
             01 I-NOTICE-OURSIDE PIC 9    VALUE 0.
             01 I-NOTICE-LINES   PIC 9(6) VALUE 0.
             01 I-NOTICE-GEN-LINES PIC 9(6) VALUE 0.
             01 STR-NOTICE-STATUS PIC X(2).
             01 STR-NOTICE-DSN   PIC X(44).
             01 STR-NOTICE-IN-RUN PIC X(14) VALUE SPACES.
      *    A code PARTFILE does not know is no partner to write to
             01 I-PARTNER-KNOWN  PIC 9    VALUE 0.
             01 C-NOTICE-DISP    PIC X(8).
               88 I-NOTICE-REFUSED    VALUE "REFUSED".
               88 I-NOTICE-PARTIAL    VALUE "PARTIAL".
               88 I-NOTICE-ACCEPTED   VALUE "ACCEPTED".
             01 STR-NOTICE-LINE.
               05 FILLER         PIC X(9)  VALUE "NOTICE - ".
               05 FILLER         PIC X(8)  VALUE "PARTNER=".
               05 NTC-PARTNER    PIC X(8).
               05 FILLER         PIC X(7)  VALUE " INRUN=".
               05 NTC-IN-RUN     PIC X(14).
               05 FILLER         PIC X(13) VALUE " DISPOSITION=".
               05 NTC-DISP       PIC X(8).
               05 FILLER         PIC X(9)  VALUE " RECORDS=".
               05 NTC-RECORDS    PIC 9(6).
               05 FILLER         PIC X(8)  VALUE " FAULTS=".
               05 NTC-FAULTS     PIC 9(5).
               05 FILLER         PIC X(5)  VALUE SPACES.
             01 STR-NOTICE-FAULT.
               05 FILLER         PIC X(9)  VALUE "FAULT  - ".
               05 FILLER         PIC X(7)  VALUE "RECORD=".
               05 NTF-RECNUM     PIC 9(6).
               05 FILLER         PIC X(8)  VALUE " REASON=".
               05 NTF-CODE       PIC X(8).
               05 FILLER         PIC X(1)  VALUE SPACE.
               05 NTF-TEXT       PIC X(61).
             01 STR-RCV-NOTICE-GEN.
               05 FILLER         PIC X(8)  VALUE "REJNOTE=".
               05 RCV-NTC-DSN    PIC X(44).
               05 FILLER         PIC X(13) VALUE " DISPOSITION=".
               05 RCV-NTC-DISP   PIC X(8).
               05 FILLER         PIC X(27) VALUE SPACES.
             01 STR-RCV-REC-LINE.
               05 FILLER         PIC X(9) VALUE "RECORD - ".
               05 RCV-REC-CODE   PIC X(8).
               05 FILLER         PIC X(8) VALUE " RECORD ".
               05 RCV-REC-RECNUM PIC 9(6).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RCV-REC-TEXT   PIC X(61).
               05 FILLER         PIC X(7) VALUE SPACES.

      *    Run-summary identities handed to LOG-RUN-HISTORY however
      *    the file ends - landed, relayed, held or refused - so
      *    RUNHIST shows every receive, not only the clean ones
             01 STR-RH-PROGRAM   PIC X(8) VALUE "CIPHRECV".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-INPUT     PIC X(8) VALUE "INBOUND".
             01 STR-RH-OUTPUT    PIC X(8) VALUE "RECVOUT".
             01 I-RUN-RC         PIC 99   VALUE 0.

      *    Report line layouts
             01 STR-RCV-HEADER   PIC X(100)
                 VALUE "INBOUND RECEIVE RECONCILIATION REPORT".
               05 RCV-CIPHER     PIC X(8).
               05 FILLER         PIC X(9)  VALUE " RUNDATE=".
               05 RCV-RUN-DATE   PIC X(8).
      *    Effective date of the profile version the file is read
      *    under - ORIGINAL for a row that predates versions
               05 FILLER         PIC X(9)  VALUE " PROFILE=".
               05 RCV-PROFILE-EFF PIC X(8).
               05 FILLER         PIC X(42) VALUE SPACES.
             01 STR-RCV-FAULT.
               05 FILLER         PIC X(8) VALUE "FAULT - ".
      *    The reason code the partner's rejection notice carries
               05 RCV-FAULT-CODE PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RCV-FAULT-TEXT PIC X(83).
             01 STR-RCV-COUNTS.
               05 FILLER         PIC X(11) VALUE "DATA RECS=".
               05 RCV-DATA-COUNT PIC 9(6).
           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            CALL "CHECK-COLLATE-SEQ" USING I-COLLATE-STATUS

            DISPLAY "CIPHRECV - inbound receive gateway"
            ACCEPT STR-WANT-PARTNER
            MOVE FUNCTION UPPER-CASE(STR-WANT-PARTNER)
                TO STR-WANT-PARTNER
            DISPLAY "Relay to partner code (blank to land here): "
            ACCEPT STR-RELAY-PARTNER
            MOVE FUNCTION UPPER-CASE(STR-RELAY-PARTNER)
                TO STR-RELAY-PARTNER
            IF STR-RELAY-PARTNER NOT = SPACES
             MOVE 1 TO I-RELAY-MODE
             MOVE "RELAYOUT" TO STR-RH-OUTPUT
            END-IF

            OPEN OUTPUT RECEIVE-RPT
            WRITE REC-RECV-RPT FROM STR-RCV-HEADER
            WRITE REC-RECV-RPT FROM STR-RCV-BLANK

            PERFORM PEEK-HEADER-RUN-DATE
            PERFORM RESOLVE-PARTNER-PROFILE
            IF I-PROFILE-FOUND NOT = 1
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            IF I-RELAYING
             PERFORM RESOLVE-RELAY-PROFILE
             IF I-RELAY-FOUND NOT = 1
              PERFORM REFUSE-WHOLE-FILE
             END-IF
            END-IF

            PERFORM VERIFY-INBOUND-FILE
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-WHOLE-FILE
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            IF I-RELAYING
             PERFORM RESOLVE-RELAY-KEY
             IF I-FAULT-COUNT > 0
              PERFORM REFUSE-WHOLE-FILE
             END-IF
             PERFORM RELAY-INBOUND-FILE
            ELSE
             PERFORM LAND-INBOUND-FILE
            END-IF
            PERFORM WRITE-RECEIVE-RESULT

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Reads only the top record of the inbound file for the
      *    run date its header carries - the verify pass still
      *    judges the header whole, and refuses the file if it
      *    is not one. The run ID is kept for the rejection
      *    notice, which must name the file even when the relay
      *    pass has since written a header of its own
      *    /////////////////////////////////////////////////////////////
           PEEK-HEADER-RUN-DATE.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET,
                                       STR-PROFILE-DATE

            OPEN INPUT INBOUND-FILE
            IF STR-INBOUND-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            READ INBOUND-FILE INTO STR-IN-BUFFER
                AT END MOVE SPACES TO STR-IN-BUFFER
            END-READ
            CLOSE INBOUND-FILE

            IF STR-IN-BUFFER(1:9) = "HEADER - "
             MOVE STR-IN-BUFFER TO REC-HEADER
             MOVE HD-RUN-TIMESTAMP TO STR-NOTICE-IN-RUN
             IF HD-RUN-TIMESTAMP(1:8) IS NUMERIC
              MOVE HD-RUN-TIMESTAMP(1:8) TO STR-PROFILE-DATE
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Pulls and screens the sending partner's profile - the
      *    same screen CIPHMANY gives a manifest row, because a
      *    has its own keyword-file-driven driver.
      *    /////////////////////////////////////////////////////////////
           RESOLVE-PARTNER-PROFILE.
            CALL "PARTNER-LOOKUP-DATE" USING STR-WANT-PARTNER,
                                             STR-PROFILE-DATE,
                                             REC-PARTNER-PROFILE,
                                             I-PROFILE-FOUND

            MOVE I-PROFILE-FOUND TO I-PARTNER-KNOWN
            IF I-PROFILE-FOUND NOT = 1
             MOVE "NO PARTFILE PROFILE FOR THE SENDING PARTNER"
                 TO RCV-FAULT-TEXT
             MOVE "NOPROF" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF
             MOVE 0 TO I-PROFILE-FOUND
             MOVE "PROFILE HOLDS AN INVALID VALUE"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF
             WHEN "CAESAR"
             WHEN "ATBASH"
             WHEN "AFFINE"
             WHEN "PLAYFAIR"
              CONTINUE
             WHEN "TRANSPOS"
              IF PF-TRKEY = SPACES
               MOVE 0 TO I-PROFILE-FOUND
               MOVE "TRANSPOS PROFILE HOLDS NO TRKEY"
                   TO RCV-FAULT-TEXT
               MOVE "OURSIDE" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              END-IF
             WHEN "VIGENERE"
              MOVE 0 TO I-PROFILE-FOUND
              MOVE "VIGENERE INBOUND RUNS THROUGH VIGENERE-BATCH"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
             WHEN OTHER
              MOVE 0 TO I-PROFILE-FOUND
              MOVE "PROFILE CIPHER TYPE IS NOT A KNOWN VALUE"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
            END-EVALUATE

             MOVE PF-TRKEY  TO STR-TR-KEYWORD
             COMPUTE I-TR-KEYLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(STR-TR-KEYWORD))
             PERFORM CHECK-PARTNER-LIFECYCLE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Where the sending partner stands on PARTLIFE - LIVE runs,
      *    TESTING runs as test traffic that is landed but never
      *    relayed, SUSPENDED holds the file, anything else refuses
      *    it
      *    /////////////////////////////////////////////////////////////
           CHECK-PARTNER-LIFECYCLE.
            CALL "PARTNER-STATE" USING C-STATE-GET, STR-WANT-PARTNER,
                                       REC-PARTLIFE, I-STATE-FOUND
            MOVE PL-STATE TO RCV-LIFE-STATE

            EVALUATE TRUE
             WHEN PL-IS-LIVE
              CONTINUE
             WHEN PL-IS-TESTING AND I-RELAYING
              MOVE 0 TO I-PROFILE-FOUND
              MOVE "TEST TRAFFIC IS NOT RELAYED" TO RCV-FAULT-TEXT
              MOVE "NOTLIVE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
             WHEN PL-IS-TESTING
              MOVE 1 TO I-TEST-TRAFFIC
              MOVE "TEST TRAFFIC - PARTNER IS IN TESTING"
                  TO RCV-LIFE-TEXT
              WRITE REC-RECV-RPT FROM STR-RCV-LIFE-LINE
             WHEN PL-IS-SUSPENDED
              MOVE SPACES TO RCV-LIFE-TEXT
              STRING "SENDING PARTNER SUSPENDED SINCE "
                         DELIMITED BY SIZE
                     PL-SINCE DELIMITED BY SIZE
                  INTO RCV-LIFE-TEXT
              END-STRING
              PERFORM HOLD-WHOLE-FILE
             WHEN OTHER
              MOVE 0 TO I-PROFILE-FOUND
              MOVE "SENDING PARTNER IS NOT LIVE FOR PRODUCTION TRAFFIC"
                  TO RCV-FAULT-TEXT
              MOVE "NOTLIVE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    The verify pass - CIPHVRFY's checks plus the gateway's
      *    own rule: the header must AGREE with the profile. A
            OPEN INPUT INBOUND-FILE
            IF STR-INBOUND-STATUS = "35"
             MOVE "NO INBOUND FILE TO RECEIVE" TO RCV-FAULT-TEXT
             MOVE "NOFILE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF
            IF I-HEADER-SEEN = 0
             MOVE "NO HEADER RECORD AT TOP OF FILE"
                 TO RCV-FAULT-TEXT
             MOVE "NOHEADER" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF
            IF I-TRAILER-SEEN = 0
             MOVE "NO TRAILER RECORD - FILE MAY BE HALF-WRITTEN"
                 TO RCV-FAULT-TEXT
             MOVE "NOTRAILR" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF I-AFTER-TRAILER > 0
             MOVE "RECORDS FOUND AFTER THE TRAILER"
                 TO RCV-FAULT-TEXT
             MOVE "AFTERTRL" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND I-DATA-COUNT NOT = I-TRAILER-RECORDS
             MOVE "RECORD COUNT DOES NOT BALANCE TO TRAILER"
                 TO RCV-FAULT-TEXT
             MOVE "COUNTBAL" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            MOVE STR-WANT-PARTNER TO RCV-PARTNER
            MOVE C-CIPHER-TYPE    TO RCV-CIPHER
            MOVE HD-RUN-TIMESTAMP(1:8) TO RCV-RUN-DATE
            IF PF-EFF-DATE = SPACES
             MOVE "ORIGINAL" TO RCV-PROFILE-EFF
            ELSE
             MOVE PF-EFF-DATE TO RCV-PROFILE-EFF
            END-IF
            WRITE REC-RECV-RPT FROM STR-RCV-PARTNER-LINE.

           VERIFY-ONE-RECORD.
            IF HD-MODE NOT = "E"
             MOVE "HEADER MODE IS NOT E - FILE IS NOT CIPHERTEXT"
                 TO RCV-FAULT-TEXT
             MOVE "HDRMODE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-RUN-TIMESTAMP IS NOT NUMERIC
             MOVE "HEADER RUN TIMESTAMP IS NOT NUMERIC"
                 TO RCV-FAULT-TEXT
             MOVE "HDRSTAMP" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-CIPHER NOT = C-CIPHER-TYPE
             MOVE "HEADER CIPHER DISAGREES WITH THE PROFILE"
                 TO RCV-FAULT-TEXT
             MOVE "HDRCIPH" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-DIGIT-MODE NOT = PF-DIGITS
             MOVE "HEADER DIGITS FLAG DISAGREES WITH THE PROFILE"
                 TO RCV-FAULT-TEXT
             MOVE "HDRDIGIT" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-PUNCT-MODE NOT = PF-PUNCT
             MOVE "HEADER PUNCT FLAG DISAGREES WITH THE PROFILE"
                 TO RCV-FAULT-TEXT
             MOVE "HDRPUNCT" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-CASE-MODE NOT = PF-CASE
             MOVE "HEADER CASE FLAG DISAGREES WITH THE PROFILE"
                 TO RCV-FAULT-TEXT
             MOVE "HDRCASE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF HD-GROUPS = "Y"
             MOVE "GROUPED INBOUND TRAFFIC IS NOT SUPPORTED HERE"
                 TO RCV-FAULT-TEXT
             MOVE "GROUPED" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF I-HEADER2-SEEN = 1 AND HD2-STAGE2 NOT = SPACES
             MOVE "TWO-STAGE INBOUND TRAFFIC IS NOT SUPPORTED HERE"
                 TO RCV-FAULT-TEXT
             MOVE "TWOSTAGE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND (I-HEADER2-SEEN = 0 OR HD2-CHECKVAL NOT = "Y")
             MOVE "PROFILE PROMISES CHECK VALUES THE FILE LACKS"
                 TO RCV-FAULT-TEXT
             MOVE "CHKLACK" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND I-HEADER2-SEEN = 1 AND HD2-CHECKVAL = "Y"
             MOVE "FILE CARRIES CHECK VALUES THE PROFILE DENIES"
                 TO RCV-FAULT-TEXT
             MOVE "CHKEXTRA" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND (I-HEADER2-SEEN = 0 OR HD2-SERIAL NOT = "Y")
             MOVE "PROFILE PROMISES SERIALS THE FILE LACKS"
                 TO RCV-FAULT-TEXT
             MOVE "SERLACK" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND I-HEADER2-SEEN = 1 AND HD2-SERIAL = "Y"
             MOVE "FILE CARRIES SERIALS THE PROFILE DENIES"
                 TO RCV-FAULT-TEXT
             MOVE "SEREXTRA" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
            END-IF.

               IF I-TYPED-FOUND NOT = 1
                MOVE "NO AFFINE PAIR FOR THE HEADER RUN DATE"
                    TO RCV-FAULT-TEXT
                MOVE "NORUNKEY" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
              END-IF
              IF I-SHIFT-RANGE-ERROR
               MOVE "PROFILE AFFINE A NOT COPRIME WITH 26"
                   TO RCV-FAULT-TEXT
               MOVE "OURSIDE" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              END-IF

      *      A Playfair profile with no TRKEY takes the keyword of
      *      the day the header's run date carried
             WHEN I-CIPHER-PLAYFAIR
              IF STR-TR-KEYWORD = SPACES
               MOVE HD-RUN-TIMESTAMP(1:8) TO STR-LOOKUP-DATE
               MOVE "PLAYFAIR" TO STR-TYPED-CIPHER
               CALL "TYPED-KEY-LOOKUP" USING
                   STR-LOOKUP-DATE, STR-TYPED-CIPHER,
                   STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                   I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
               MOVE "AFFINE" TO STR-TYPED-CIPHER
               IF I-TYPED-FOUND NOT = 1 OR I-TYPED-KWLEN = 0
                MOVE "NO PLAYFAIR KEYWORD FOR THE HEADER RUN DATE"
                    TO RCV-FAULT-TEXT
                MOVE "NORUNKEY" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
               MOVE STR-TYPED-KEYWORD TO STR-PF-KEYWORD
               MOVE I-TYPED-KWLEN     TO I-PF-KEYLEN
              ELSE
               MOVE STR-TR-KEYWORD TO STR-PF-KEYWORD
               MOVE I-TR-KEYLEN    TO I-PF-KEYLEN
              END-IF

             WHEN HD-KEY-SOURCE = "KEYOFDAY"
              MOVE HD-RUN-TIMESTAMP(1:8) TO STR-LOOKUP-DATE
              CALL "KEY-LOOKUP-DATE" USING STR-LOOKUP-DATE,
              IF I-KEY-FOUND = 2
               MOVE "KEY FOR THE HEADER RUN DATE IS COMPROMISED"
                   TO RCV-FAULT-TEXT
               MOVE "KEYBURNT" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              ELSE
               IF I-KEY-FOUND NOT = 1
                MOVE "NO KEY ON STORE FOR THE HEADER RUN DATE"
                    TO RCV-FAULT-TEXT
                MOVE "NORUNKEY" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
              END-IF
             PERFORM LOAD-SERIAL-REGISTER
            END-IF

            PERFORM ALLOCATE-RECVOUT-GENERATION

            OPEN INPUT INBOUND-FILE
            OPEN OUTPUT RECEIVE-OUT

            CLOSE INBOUND-FILE
            CLOSE RECEIVE-OUT

      *     The landed generation goes on the catalog under the
      *     inbound header's run ID with the landed count, and the
      *     catalog rolls off anything past the GENLIMIT retention
            MOVE "C" TO C-GEN-FUNC
            MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-LANDED-COUNT, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             DISPLAY "CIPHRECV - generation " STR-GEN-DSN
                     " could not be completed on the catalog"
            END-IF

      *     The register keeps the highest serial ever received
      *     from this partner, so the next file's replays are
      *     caught even across runs
             PERFORM UPDATE-SERIAL-REGISTER
            END-IF.

      *    Points the RECVOUT DD at the next generation of its base
      *    - a catalog that cannot take the generation refuses the
      *    file before anything lands
           ALLOCATE-RECVOUT-GENERATION.
            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "RECVOUT"
            IF STR-GEN-BASE = SPACES
             MOVE "RECVOUT" TO STR-GEN-BASE
            END-IF

            MOVE "N" TO C-GEN-FUNC
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-LANDED-COUNT, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "NO RECVOUT GENERATION COULD BE CATALOGED"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            DISPLAY "RECVOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO RCV-GEN-DSN
            WRITE REC-RECV-RPT FROM STR-RCV-GEN-LINE.

           LAND-ONE-RECORD.
            READ INBOUND-FILE INTO STR-LAND-BUFFER
                AT END SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

      *     The message's own serial, kept for the relay pairing
            MOVE 0 TO I-RECORD-SERIAL
            MOVE 0 TO I-MSG-SERIAL
            IF STR-LAND-BUFFER(110:5) = " SER="
                  AND STR-LAND-BUFFER(115:7) IS NUMERIC
             MOVE STR-LAND-BUFFER(115:7) TO I-RECORD-SERIAL
            END-IF

      *     A checked record proves itself before the cipher
      *     trusts it - a mismatched tail is an exception, not a
      *     landed record of quiet garbage
             PERFORM VERIFY-LAND-CHECKVAL
             IF I-CHECKVAL-BAD
              ADD 1 TO I-EXCEPTION-COUNT
              MOVE "CHKVAL" TO STR-NOTICE-CODE
              MOVE "CHECK VALUE DOES NOT MATCH THE RECORD - NOT TAKEN"
                  TO STR-NOTICE-TEXT
              PERFORM NOTE-RECORD-FAULT
              IF I-RELAYING
               MOVE "CHECK VALUE MISMATCH" TO RCV-RLY-TEXT
               MOVE SPACES TO RCV-RLY-DETAIL
               PERFORM WRITE-RELAY-FINDING
               MOVE "EXCEPTN" TO RL-STATUS
               PERFORM WRITE-RELAY-PAIRING
              END-IF
              EXIT PARAGRAPH
             END-IF
            END-IF
                  I-TR-KEYLEN, C-DECRYPT-MODE, STR-OUTPUT,
                  I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS
             WHEN I-CIPHER-PLAYFAIR
              CALL "PLAYFAIR" USING
                  STR-INPUT, I-INPUT-LEN, STR-PF-KEYWORD,
                  I-PF-KEYLEN, C-DECRYPT-MODE, STR-OUTPUT,
                  C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS, I-RECONCILE-OK
             WHEN I-CIPHER-AFFINE
              CALL "AFFINE-SHIFT" USING
                  STR-INPUT, I-INPUT-LEN, I-AFFINE-A, I-AFFINE-B,

            IF I-SHIFT-RANGE-ERROR
             ADD 1 TO I-EXCEPTION-COUNT
             MOVE "DECRYPT" TO STR-NOTICE-CODE
             MOVE "RECORD COULD NOT BE DECIPHERED - NOT TAKEN"
                 TO STR-NOTICE-TEXT
             PERFORM NOTE-RECORD-FAULT
             IF I-RELAYING
              MOVE "DECRYPT REFUSED" TO RCV-RLY-TEXT
              MOVE SPACES TO RCV-RLY-DETAIL
              PERFORM WRITE-RELAY-FINDING
              MOVE "EXCEPTN" TO RL-STATUS
              PERFORM WRITE-RELAY-PAIRING
             END-IF
             EXIT PARAGRAPH
            END-IF

            IF I-RELAYING
             PERFORM RELAY-ONE-RECORD
            ELSE
             WRITE REC-RECV-OUT FROM STR-OUTPUT
             ADD 1 TO I-LANDED-COUNT
            IF STR-LAND-BUFFER(110:5) NOT = " SER="
                  OR STR-LAND-BUFFER(115:7) IS NOT NUMERIC
             MOVE "SERIAL TAIL MISSING" TO RCV-SER-TEXT
             MOVE "SERMISS" TO STR-NOTICE-CODE
             MOVE I-RECORD-NUM TO RCV-SER-RECNUM
             MOVE 0 TO RCV-SER-VALUE
             PERFORM WRITE-SERIAL-FINDING
            EVALUATE TRUE
             WHEN I-THIS-SERIAL NOT > I-REG-HIGH
              MOVE "REPLAY AT OR BELOW MARK" TO RCV-SER-TEXT
              MOVE "SERREPLY" TO STR-NOTICE-CODE
              PERFORM WRITE-SERIAL-FINDING
             WHEN I-SERIALS-SEEN > 0
                  AND I-THIS-SERIAL = I-PREV-SERIAL
              MOVE "SERIAL DUPLICATED" TO RCV-SER-TEXT
              MOVE "SERDUP" TO STR-NOTICE-CODE
              PERFORM WRITE-SERIAL-FINDING
             WHEN I-SERIALS-SEEN > 0
                  AND I-THIS-SERIAL < I-PREV-SERIAL
              MOVE "SERIAL OUT OF ORDER" TO RCV-SER-TEXT
              MOVE "SERORDER" TO STR-NOTICE-CODE
              PERFORM WRITE-SERIAL-FINDING
             WHEN I-THIS-SERIAL > I-PREV-SERIAL + 1
              MOVE "SERIAL GAP BEFORE" TO RCV-SER-TEXT
              MOVE "SERGAP" TO STR-NOTICE-CODE
              PERFORM WRITE-SERIAL-FINDING
             WHEN OTHER
              CONTINUE

           WRITE-SERIAL-FINDING.
            ADD 1 TO I-SERIAL-FAULTS
            WRITE REC-RECV-RPT FROM STR-RCV-SERLINE

      *     The content still lands, so a serial finding is told
      *     to the partner without counting against the records
            MOVE RCV-SER-RECNUM TO I-NOTICE-RECNUM
            MOVE SPACES TO STR-NOTICE-TEXT
            STRING RCV-SER-TEXT DELIMITED BY "  "
                   " - SERIAL " DELIMITED BY SIZE
                   RCV-SER-VALUE DELIMITED BY SIZE
                INTO STR-NOTICE-TEXT
            END-STRING
            PERFORM NOTE-NOTICE-FAULT.

      *    /////////////////////////////////////////////////////////////
      *    Loads the SERINREG register and takes this partner's
            END-PERFORM
            CLOSE SERIAL-REG.

      *    /////////////////////////////////////////////////////////////
      *    Pulls and screens the receiving partner's profile for a
      *    relay - the same screen the sender's gets, plus the
      *    rules of a relay: a partner is not relayed to itself,
      *    and a Vigenere receiver has its own driver
      *    /////////////////////////////////////////////////////////////
           RESOLVE-RELAY-PROFILE.
            CALL "PARTNER-LOOKUP" USING STR-RELAY-PARTNER,
                                        REC-RELAY-PROFILE,
                                        I-RELAY-FOUND

            IF I-RELAY-FOUND NOT = 1
             MOVE "NO PARTFILE PROFILE FOR THE RELAY PARTNER"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF STR-RELAY-PARTNER = STR-WANT-PARTNER
             MOVE 0 TO I-RELAY-FOUND
             MOVE "RELAY PARTNER IS THE SENDING PARTNER"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF RP-SHIFT IS NOT NUMERIC OR RP-SHIFT > "26"
                  OR RP-AFFA IS NOT NUMERIC OR RP-AFFA > "25"
                  OR RP-AFFB IS NOT NUMERIC OR RP-AFFB > "25"
                  OR (RP-DIGITS NOT = "Y" AND RP-DIGITS NOT = "N")
                  OR (RP-PUNCT NOT = "Y" AND RP-PUNCT NOT = "N")
                  OR (RP-CASE NOT = "Y" AND RP-CASE NOT = "N")
             MOVE 0 TO I-RELAY-FOUND
             MOVE "RELAY PROFILE HOLDS AN INVALID VALUE"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            EVALUATE RP-CIPHER
             WHEN "CAESAR"
             WHEN "ATBASH"
             WHEN "AFFINE"
             WHEN "PLAYFAIR"
              CONTINUE
             WHEN "TRANSPOS"
              IF RP-TRKEY = SPACES
               MOVE 0 TO I-RELAY-FOUND
               MOVE "RELAY TRANSPOS PROFILE HOLDS NO TRKEY"
                   TO RCV-FAULT-TEXT
               MOVE "OURSIDE" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              END-IF
             WHEN "VIGENERE"
              MOVE 0 TO I-RELAY-FOUND
              MOVE "VIGENERE OUTBOUND RUNS THROUGH VIGENERE-BATCH"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
             WHEN OTHER
              MOVE 0 TO I-RELAY-FOUND
              MOVE "RELAY PROFILE CIPHER TYPE IS NOT A KNOWN VALUE"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
            END-EVALUATE

            IF I-RELAY-FOUND = 1
             MOVE RP-CIPHER TO C-RELAY-CIPHER
             MOVE RP-SHIFT  TO I-RELAY-SHIFT
             MOVE RP-DIGITS TO C-RELAY-DIGIT
             MOVE RP-PUNCT  TO C-RELAY-PUNCT
             MOVE RP-CASE   TO C-RELAY-CASE
             MOVE RP-AFFA   TO I-RELAY-AFFA
             MOVE RP-AFFB   TO I-RELAY-AFFB
             MOVE RP-TRKEY  TO STR-RELAY-TRKEY
             COMPUTE I-RELAY-TRKLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(STR-RELAY-TRKEY))
             MOVE STR-RELAY-PARTNER TO RCV-RLY-PARTNER
             MOVE C-RELAY-CIPHER    TO RCV-RLY-CIPHER
             WRITE REC-RECV-RPT FROM STR-RCV-RELAY-PARTNER
             PERFORM CHECK-RELAY-LIFECYCLE
            END-IF.

      *    A relay is production traffic to the receiving partner -
      *    held for a SUSPENDED one, refused for any not LIVE
           CHECK-RELAY-LIFECYCLE.
            CALL "PARTNER-STATE" USING C-STATE-GET, STR-RELAY-PARTNER,
                                       REC-PARTLIFE, I-STATE-FOUND
            MOVE PL-STATE TO RCV-LIFE-STATE

            EVALUATE TRUE
             WHEN PL-IS-LIVE
              CONTINUE
             WHEN PL-IS-SUSPENDED
              MOVE SPACES TO RCV-LIFE-TEXT
              STRING "RELAY PARTNER SUSPENDED SINCE "
                         DELIMITED BY SIZE
                     PL-SINCE DELIMITED BY SIZE
                  INTO RCV-LIFE-TEXT
              END-STRING
              PERFORM HOLD-WHOLE-FILE
             WHEN OTHER
              MOVE 0 TO I-RELAY-FOUND
              MOVE "RELAY PARTNER IS NOT LIVE FOR PRODUCTION TRAFFIC"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Resolves the receiving partner's key against today's
      *    business date - a relay goes out today, whatever date
      *    the inbound file was cut - and asks KEY-USAGE whether a
      *    key-of-the-day relay fits under the key's ceiling. The
      *    verify pass has counted the messages, so a relay that
      *    would cross the ceiling is refused before one is sent.
      *    /////////////////////////////////////////////////////////////
           RESOLVE-RELAY-KEY.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE 0 TO I-RELAY-KEYOFDAY

            EVALUATE TRUE
             WHEN I-RELAY-CAESAR AND I-RELAY-SHIFT = 0
              MOVE 1 TO I-RELAY-KEYOFDAY
              CALL "KEY-LOOKUP-DATE" USING STR-PROC-DATE,
                                           I-RELAY-SHIFT,
                                           I-KEY-FOUND
              IF I-KEY-FOUND = 2
               MOVE "RELAY KEY OF THE DAY IS COMPROMISED"
                   TO RCV-FAULT-TEXT
               MOVE "OURSIDE" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              ELSE
               IF I-KEY-FOUND NOT = 1
                MOVE "NO RELAY KEY ON STORE FOR TODAY"
                    TO RCV-FAULT-TEXT
                MOVE "OURSIDE" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
              END-IF
              MOVE "CAESAR" TO STR-KEYUSE-CIPHER

             WHEN I-RELAY-AFFINE
              IF I-RELAY-AFFA = 0
               MOVE 1 TO I-RELAY-KEYOFDAY
               CALL "TYPED-KEY-LOOKUP" USING
                   STR-PROC-DATE, STR-TYPED-CIPHER,
                   STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                   I-RELAY-AFFA, I-RELAY-AFFB, I-TYPED-FOUND
               IF I-TYPED-FOUND NOT = 1
                MOVE "NO RELAY AFFINE PAIR OF THE DAY"
                    TO RCV-FAULT-TEXT
                MOVE "OURSIDE" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
               MOVE "AFFINE" TO STR-KEYUSE-CIPHER
              END-IF

              MOVE 1 TO I-INPUT-LEN
              CALL "AFFINE-SHIFT" USING
                  STR-AFFINE-PROBE, I-INPUT-LEN, I-RELAY-AFFA,
                  I-RELAY-AFFB, C-ENCRYPT-MODE, STR-OUTPUT,
                  C-RELAY-DIGIT, C-RELAY-CASE, I-HAD-PASSTHROUGH,
                  I-HAD-WRAPAROUND, I-SHIFT-STATUS, C-RELAY-PUNCT
              IF I-SHIFT-RANGE-ERROR
               MOVE "RELAY AFFINE A NOT COPRIME WITH 26"
                   TO RCV-FAULT-TEXT
               MOVE "OURSIDE" TO RCV-FAULT-CODE
               PERFORM WRITE-ONE-FAULT
              END-IF

             WHEN I-RELAY-PLAYFAIR
              IF STR-RELAY-TRKEY = SPACES
               MOVE 1 TO I-RELAY-KEYOFDAY
               MOVE "PLAYFAIR" TO STR-TYPED-CIPHER
               CALL "TYPED-KEY-LOOKUP" USING
                   STR-PROC-DATE, STR-TYPED-CIPHER,
                   STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                   I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
               MOVE "AFFINE" TO STR-TYPED-CIPHER
               IF I-TYPED-FOUND NOT = 1 OR I-TYPED-KWLEN = 0
                MOVE "NO RELAY PLAYFAIR KEYWORD OF THE DAY"
                    TO RCV-FAULT-TEXT
                MOVE "OURSIDE" TO RCV-FAULT-CODE
                PERFORM WRITE-ONE-FAULT
               END-IF
               MOVE STR-TYPED-KEYWORD TO STR-RELAY-PFKEY
               MOVE I-TYPED-KWLEN     TO I-RELAY-PFKLEN
               MOVE "PLAYFAIR" TO STR-KEYUSE-CIPHER
              ELSE
               MOVE STR-RELAY-TRKEY TO STR-RELAY-PFKEY
               MOVE I-RELAY-TRKLEN  TO I-RELAY-PFKLEN
              END-IF

             WHEN OTHER
              CONTINUE
            END-EVALUATE

            IF I-RELAY-KEYOFDAY = 0 OR I-FAULT-COUNT > 0
             EXIT PARAGRAPH
            END-IF

            MOVE "C" TO C-KEYUSE-FUNC
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            EVALUATE TRUE
             WHEN I-KEYUSE-STATUS = 2
              MOVE "RELAY KEY OF THE DAY IS AT ITS USAGE CEILING"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
             WHEN I-DATA-COUNT > I-KEYUSE-HEADROOM
              MOVE "RELAY WOULD CARRY THE KEY PAST ITS CEILING"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
             WHEN OTHER
              IF I-KEYUSE-STATUS = 1
               DISPLAY "CIPHRECV - relay key of the day has carried "
                       I-KEYUSE-USED " messages, past its warning "
                       "threshold of " I-KEYUSE-WARN
              END-IF
              MOVE 1 TO I-KEYUSE-TRACKED
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    The relay pass - the land pass's read, proof and decrypt
      *    of every record, with each decrypted record handed on
      *    to the re-encipher instead of to RECVOUT. The output is
      *    a new RELAYOUT generation with its own header and
      *    trailer, filed on OUTREG under the receiving partner;
      *    a relay with any record that did not go out is not
      *    registered - the receiver would get only part of what
      *    was sent.
      *    /////////////////////////////////////////////////////////////
           RELAY-INBOUND-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-RECORD-NUM
            MOVE HD-RUN-TIMESTAMP TO STR-IN-RUN-ID

            IF PF-SERIAL = "Y"
             PERFORM LOAD-SERIAL-REGISTER
            END-IF

            PERFORM ALLOCATE-RELAYOUT-GENERATION

            OPEN OUTPUT RELAY-OUT
            IF STR-RELAYOUT-STATUS NOT = "00"
             MOVE "RELAYOUT COULD NOT BE OPENED" TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            OPEN EXTEND RELAY-LOG
            IF STR-RELAYLOG-STATUS = "35"
             OPEN OUTPUT RELAY-LOG
            END-IF
            IF STR-RELAYLOG-STATUS NOT = "00"
             CLOSE RELAY-OUT
             MOVE "RELAYLOG COULD NOT BE OPENED" TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            MOVE "RELAY-IN" TO STR-LOG-PROGRAM-NAME
            MOVE 1 TO I-LOG-FLAG
            PERFORM LOG-RELAY-EVENT

            PERFORM WRITE-RELAY-HEADER

            OPEN INPUT INBOUND-FILE
            MOVE 100 TO I-INPUT-LEN
            PERFORM LAND-ONE-RECORD UNTIL I-AT-EOF
            CLOSE INBOUND-FILE

            MOVE I-TOTAL-RECORDS     TO TR-TOTAL-RECORDS
            MOVE I-PASSTHROUGH-COUNT TO TR-PASSTHROUGH-COUNT
            MOVE I-WRAPAROUND-COUNT  TO TR-WRAPAROUND-COUNT
            MOVE 0                   TO TR-SPANNED-COUNT
            MOVE 0                   TO TR-REJECT-COUNT
            MOVE 0                   TO TR-HELD-COUNT
            WRITE REC-RELAY-OUT FROM REC-TRAILER

            CLOSE RELAY-OUT
            CLOSE RELAY-LOG

            MOVE "C" TO C-GEN-FUNC
            MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             DISPLAY "CIPHRECV - generation " STR-GEN-DSN
                     " could not be completed on the catalog"
            END-IF

            IF I-KEYUSE-TRACKED = 1
             MOVE I-TOTAL-RECORDS TO I-KEYUSE-RUN-COUNT
             MOVE "B" TO C-KEYUSE-FUNC
             CALL "KEY-USAGE" USING
                 C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                 I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                 I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                 I-KEYUSE-STATUS
            END-IF

            IF I-EXCEPTION-COUNT = 0 AND I-RELAY-SCREENED = 0
             CALL "OUTREG-POST" USING STR-RELAY-DSN,
                 STR-RELAY-PARTNER, I-TOTAL-RECORDS
             MOVE 1 TO I-LOG-FLAG
            ELSE
             MOVE "RELAY INCOMPLETE - NOT REGISTERED ON OUTREG"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             WRITE REC-RECV-RPT FROM STR-RCV-FAULT
             MOVE 0 TO I-LOG-FLAG
            END-IF

            CALL "STAT-POST" USING
                STR-RELAY-PARTNER, I-TOTAL-RECORDS, I-REJECT-COUNT,
                I-EXCEPTION-COUNT, I-SPANNED-COUNT, I-RELAY-UNCHANGED

            MOVE "RELAY-OUT" TO STR-LOG-PROGRAM-NAME
            PERFORM LOG-RELAY-EVENT

      *     The sender's serials are proved in relay mode the way
      *     they are on a landing, and the mark advances the same
            IF PF-SERIAL = "Y" AND I-SERIALS-SEEN > 0
             PERFORM UPDATE-SERIAL-REGISTER
            END-IF.

      *    Points the RELAYOUT DD at the next generation of its
      *    base - a catalog that cannot take it refuses the relay
      *    before anything is read
           ALLOCATE-RELAYOUT-GENERATION.
            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "RELAYOUT"
            IF STR-GEN-BASE = SPACES
             MOVE "RELAYOUT" TO STR-GEN-BASE
            END-IF

            MOVE "N" TO C-GEN-FUNC
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "NO RELAYOUT GENERATION COULD BE CATALOGED"
                 TO RCV-FAULT-TEXT
             MOVE "OURSIDE" TO RCV-FAULT-CODE
             PERFORM WRITE-ONE-FAULT
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            DISPLAY "RELAYOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO STR-RELAY-DSN
            MOVE STR-GEN-DSN TO RCV-RLY-DSN
            WRITE REC-RECV-RPT FROM STR-RCV-RELAY-GEN.

      *    The relayed file's header is the receiving partner's -
      *    cut today, in its option set, under its key source
           WRITE-RELAY-HEADER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HD-RUN-TIMESTAMP
            MOVE STR-PROC-DATE  TO HD-RUN-TIMESTAMP(1:8)
            MOVE "E"            TO HD-MODE
            MOVE C-RELAY-DIGIT  TO HD-DIGIT-MODE
            MOVE C-RELAY-PUNCT  TO HD-PUNCT-MODE
            MOVE C-RELAY-CASE   TO HD-CASE-MODE
            IF I-RELAY-KEYOFDAY = 1
             MOVE "KEYOFDAY" TO HD-KEY-SOURCE
            ELSE
             MOVE "EXPLICIT" TO HD-KEY-SOURCE
            END-IF
            MOVE C-RELAY-CIPHER TO HD-CIPHER
            MOVE "N"            TO HD-GROUPS
            WRITE REC-RELAY-OUT FROM REC-HEADER

            IF RP-CHECKVAL = "Y" OR RP-SERIAL = "Y"
             MOVE SPACES TO HD2-STAGE2
             IF RP-CHECKVAL = "Y"
              MOVE "Y" TO HD2-CHECKVAL
             ELSE
              MOVE "N" TO HD2-CHECKVAL
             END-IF
             IF RP-SERIAL = "Y"
              MOVE "Y" TO HD2-SERIAL
             ELSE
              MOVE "N" TO HD2-SERIAL
             END-IF
             WRITE REC-RELAY-OUT FROM REC-HEADER2
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Re-enciphers one decrypted record under the receiving
      *    partner's profile and writes it with that partner's
      *    tails. The plaintext lives only in STR-INPUT for the
      *    length of this paragraph and is blanked on the way out.
      *    /////////////////////////////////////////////////////////////
           RELAY-ONE-RECORD.
            MOVE STR-OUTPUT TO STR-INPUT

            MOVE STR-INPUT TO STR-SCREEN-TEXT
            CALL "CONTENT-SCREEN" USING
                STR-RELAY-PARTNER, STR-SCREEN-TEXT, I-SCREEN-LEN,
                STR-SCREEN-TERM, I-SCREEN-STATUS
            IF I-SCREEN-STATUS = 1
             ADD 1 TO I-RELAY-SCREENED
             MOVE "RESTRICTED TERM" TO RCV-RLY-TEXT
             MOVE STR-SCREEN-TERM TO RCV-RLY-DETAIL
             PERFORM WRITE-RELAY-FINDING
             MOVE "SCREENED" TO RL-STATUS
             PERFORM WRITE-RELAY-PAIRING
             MOVE SPACES TO STR-INPUT
             MOVE SPACES TO STR-SCREEN-TEXT
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO STR-SCREEN-TEXT

            MOVE 0 TO I-SHIFT-STATUS
            EVALUATE TRUE
             WHEN I-RELAY-ATBASH
              CALL "ATBASH" USING
                  STR-INPUT, I-INPUT-LEN, STR-OUTPUT,
                  C-RELAY-DIGIT, C-RELAY-CASE, I-HAD-PASSTHROUGH,
                  I-HAD-WRAPAROUND, C-RELAY-PUNCT
             WHEN I-RELAY-TRANSPOS
              CALL "TRANSPOS" USING
                  STR-INPUT, I-INPUT-LEN, STR-RELAY-TRKEY,
                  I-RELAY-TRKLEN, C-ENCRYPT-MODE, STR-OUTPUT,
                  I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS
             WHEN I-RELAY-PLAYFAIR
              CALL "PLAYFAIR" USING
                  STR-INPUT, I-INPUT-LEN, STR-RELAY-PFKEY,
                  I-RELAY-PFKLEN, C-ENCRYPT-MODE, STR-OUTPUT,
                  C-RELAY-CASE, I-HAD-PASSTHROUGH,
                  I-HAD-WRAPAROUND, I-SHIFT-STATUS, I-RECONCILE-OK
              IF I-RECONCILE-FAILED
               MOVE 1 TO I-SHIFT-STATUS
              END-IF
             WHEN I-RELAY-AFFINE
              CALL "AFFINE-SHIFT" USING
                  STR-INPUT, I-INPUT-LEN, I-RELAY-AFFA,
                  I-RELAY-AFFB, C-ENCRYPT-MODE, STR-OUTPUT,
                  C-RELAY-DIGIT, C-RELAY-CASE, I-HAD-PASSTHROUGH,
                  I-HAD-WRAPAROUND, I-SHIFT-STATUS, C-RELAY-PUNCT
             WHEN OTHER
              CALL "ENCRYPT" USING
                  BY REFERENCE STR-INPUT,
                  BY CONTENT I-INPUT-LEN,
                  BY CONTENT I-RELAY-SHIFT,
                  BY REFERENCE STR-OUTPUT,
                  BY CONTENT C-RELAY-DIGIT,
                  BY REFERENCE I-RECONCILE-OK,
                  BY CONTENT C-RELAY-CASE,
                  BY REFERENCE I-HAD-PASSTHROUGH,
                  BY REFERENCE I-HAD-WRAPAROUND,
                  BY REFERENCE I-SHIFT-STATUS,
                  BY CONTENT C-RELAY-PUNCT
              IF I-RECONCILE-FAILED
               MOVE 1 TO I-SHIFT-STATUS
              END-IF
            END-EVALUATE

            IF I-SHIFT-STATUS = 0
                  AND STR-OUTPUT(1:I-INPUT-LEN)
                      = STR-INPUT(1:I-INPUT-LEN)
             ADD 1 TO I-RELAY-UNCHANGED
            END-IF
            MOVE SPACES TO STR-INPUT

            IF I-SHIFT-RANGE-ERROR
             ADD 1 TO I-EXCEPTION-COUNT
             MOVE "RE-ENCIPHER REFUSED" TO RCV-RLY-TEXT
             MOVE SPACES TO RCV-RLY-DETAIL
             PERFORM WRITE-RELAY-FINDING
             MOVE "EXCEPTN" TO RL-STATUS
             PERFORM WRITE-RELAY-PAIRING
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO STR-TAILED-RECORD
            MOVE STR-OUTPUT TO TL-CONTENT

            IF RP-CHECKVAL = "Y"
             MOVE STR-OUTPUT TO STR-CK-CONTENT
             CALL "RECORD-CHECK" USING
                 STR-CK-CONTENT, I-CK-LEN, I-CK-SEED, I-CK-CHECK
             MOVE I-CK-CHECK TO STR-CK-VALUE
             MOVE " CHK=" TO TL-CHK-TAG
             MOVE STR-CK-VALUE TO TL-CHK-VAL
            END-IF

      *     A serial handed out must never be handed out twice - a
      *     counter that cannot advance stops the relay cold, and
      *     the unfinished generation is never registered
            IF RP-SERIAL = "Y"
             CALL "SERIAL-NEXT" USING
                 STR-RELAY-PARTNER, I-MSG-SERIAL, I-SERIAL-STATUS
             IF I-SERIAL-STATUS NOT = 0
              CLOSE INBOUND-FILE
              CLOSE RELAY-OUT
              CLOSE RELAY-LOG
              MOVE "SERIAL COUNTER CANNOT ADVANCE - RELAY STOPPED"
                  TO RCV-FAULT-TEXT
              MOVE "OURSIDE" TO RCV-FAULT-CODE
              PERFORM WRITE-ONE-FAULT
              MOVE "RELAY-OUT" TO STR-LOG-PROGRAM-NAME
              MOVE 0 TO I-LOG-FLAG
              PERFORM LOG-RELAY-EVENT
              SET I-NOTICE-REFUSED TO TRUE
              PERFORM WRITE-REJECTION-NOTICE
              MOVE "RELAY STOPPED - NOTHING REGISTERED"
                  TO STR-RCV-RESULT
              PERFORM WRITE-RECEIVE-COUNTS
              WRITE REC-RECV-RPT FROM STR-RCV-RESULT
              CLOSE RECEIVE-RPT
              DISPLAY "CIPHRECV - " STR-RCV-RESULT
              MOVE 12 TO I-RUN-RC
              PERFORM LOG-RECEIVE-RUN
              GOBACK
             END-IF
             MOVE " SER=" TO TL-SER-TAG
             MOVE I-MSG-SERIAL TO TL-SER-VAL
            END-IF

            WRITE REC-RELAY-OUT FROM STR-TAILED-RECORD

            ADD 1 TO I-TOTAL-RECORDS
            ADD 1 TO I-LANDED-COUNT
            IF I-PASSTHROUGH-HIT
             ADD 1 TO I-PASSTHROUGH-COUNT
            END-IF
            IF I-WRAPAROUND-HIT
             ADD 1 TO I-WRAPAROUND-COUNT
            END-IF

            MOVE "RELAYED" TO RL-STATUS
            PERFORM WRITE-RELAY-PAIRING.

           WRITE-RELAY-FINDING.
            MOVE I-RECORD-NUM TO RCV-RLY-RECNUM
            WRITE REC-RECV-RPT FROM STR-RCV-RELAY-LINE.

      *    One RELAYLOG line per message the relay pass touched -
      *    RL-STATUS is set by the caller
           WRITE-RELAY-PAIRING.
            MOVE STR-PROC-DATE     TO RL-RELAY-DATE
            MOVE STR-WANT-PARTNER  TO RL-FROM-PARTNER
            MOVE STR-IN-RUN-ID     TO RL-IN-RUN-ID
            MOVE I-RECORD-NUM      TO RL-IN-REC-NUM
            MOVE I-RECORD-SERIAL   TO RL-IN-SERIAL
            MOVE STR-RELAY-PARTNER TO RL-TO-PARTNER
            MOVE HD-RUN-TIMESTAMP  TO RL-OUT-RUN-ID
            MOVE I-MSG-SERIAL      TO RL-OUT-SERIAL
            MOVE STR-RELAY-DSN     TO RL-OUT-DSN
            WRITE REC-RELAY-LOG FROM REC-RELAYLOG.

      *    The relay's CIPHERLOG brackets - the sending partner's
      *    message count going in, and whether it all went out
           LOG-RELAY-EVENT.
            IF I-DATA-COUNT > 999
             MOVE 999 TO I-LOG-LEN
            ELSE
             MOVE I-DATA-COUNT TO I-LOG-LEN
            END-IF
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-FLAG.

           WRITE-ONE-FAULT.
            ADD 1 TO I-FAULT-COUNT
            WRITE REC-RECV-RPT FROM STR-RCV-FAULT

            MOVE 0 TO I-NOTICE-RECNUM
            MOVE RCV-FAULT-CODE TO STR-NOTICE-CODE
            MOVE RCV-FAULT-TEXT TO STR-NOTICE-TEXT
            PERFORM NOTE-NOTICE-FAULT.

      *    A record the partner's file cost us - on the report by
      *    record number, and counted toward the disposition
           NOTE-RECORD-FAULT.
            ADD 1 TO I-NOTICE-REC-FAULTS
            IF NOT I-RELAYING
             MOVE STR-NOTICE-CODE TO RCV-REC-CODE
             MOVE I-RECORD-NUM TO RCV-REC-RECNUM
             MOVE STR-NOTICE-TEXT TO RCV-REC-TEXT
             WRITE REC-RECV-RPT FROM STR-RCV-REC-LINE
            END-IF
            MOVE I-RECORD-NUM TO I-NOTICE-RECNUM
            PERFORM NOTE-NOTICE-FAULT.

      *    Keeps one fault for the notice. Our own faults are told
      *    once, in words that give nothing of our side away
           NOTE-NOTICE-FAULT.
            IF STR-NOTICE-CODE = "OURSIDE"
             IF I-NOTICE-OURSIDE = 1
              EXIT PARAGRAPH
             END-IF
             MOVE 1 TO I-NOTICE-OURSIDE
             MOVE "NOT PROCESSED FOR A REASON AT THE RECEIVING SITE"
                 TO STR-NOTICE-TEXT
            END-IF

            IF I-NOTICE-COUNT NOT < I-NOTICE-MAX
             ADD 1 TO I-NOTICE-LOST
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-NOTICE-COUNT
            MOVE I-NOTICE-RECNUM TO NT-RECNUM(I-NOTICE-COUNT)
            MOVE STR-NOTICE-CODE TO NT-CODE(I-NOTICE-COUNT)
            MOVE STR-NOTICE-TEXT TO NT-TEXT(I-NOTICE-COUNT).

      *    /////////////////////////////////////////////////////////////
      *    Refused whole - the report says why, nothing lands, and
      *    have consumed the plaintext
      *    /////////////////////////////////////////////////////////////
           REFUSE-WHOLE-FILE.
            SET I-NOTICE-REFUSED TO TRUE
            PERFORM WRITE-REJECTION-NOTICE

            MOVE "FILE REFUSED WHOLE - NOTHING LANDED"
                TO STR-RCV-RESULT
            PERFORM WRITE-RECEIVE-COUNTS
            WRITE REC-RECV-RPT FROM STR-RCV-RESULT
            CLOSE RECEIVE-RPT
            DISPLAY "CIPHRECV - " STR-RCV-RESULT
            MOVE 8 TO I-RUN-RC
            PERFORM LOG-RECEIVE-RUN
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Held whole - a SUSPENDED partner's traffic is not a
      *    fault: nothing lands, no notice goes back, and the file
      *    stays on INBOUND to be received once the partner is
      *    LIVE again. RC=4 tells the scheduler it was not taken
      *    /////////////////////////////////////////////////////////////
           HOLD-WHOLE-FILE.
            WRITE REC-RECV-RPT FROM STR-RCV-LIFE-LINE
            MOVE "FILE HELD - PARTNER SUSPENDED - NOTHING LANDED"
                TO STR-RCV-RESULT
            PERFORM WRITE-RECEIVE-COUNTS
            WRITE REC-RECV-RPT FROM STR-RCV-RESULT
            CLOSE RECEIVE-RPT
            DISPLAY "CIPHRECV - " STR-RCV-RESULT
            MOVE 4 TO I-RUN-RC
            PERFORM LOG-RECEIVE-RUN
            GOBACK.

           WRITE-RECEIVE-RESULT.
      *     The notice goes first, ahead of the result below
            EVALUATE TRUE
             WHEN I-NOTICE-REC-FAULTS = 0
              SET I-NOTICE-ACCEPTED TO TRUE
             WHEN I-NOTICE-REC-FAULTS < I-DATA-COUNT
              SET I-NOTICE-PARTIAL TO TRUE
             WHEN OTHER
              SET I-NOTICE-REFUSED TO TRUE
            END-EVALUATE
            PERFORM WRITE-REJECTION-NOTICE
            IF I-TESTING-PARTNER
             PERFORM STAMP-TEST-RECEIPT
            END-IF

            EVALUATE TRUE
             WHEN I-RELAYING AND I-EXCEPTION-COUNT > 0
              MOVE "RELAYED WITH EXCEPTIONS - NOT REGISTERED"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-RELAYING AND I-RELAY-SCREENED > 0
              MOVE "RELAY STOPPED RESTRICTED RECORDS - NOT REGISTERED"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-EXCEPTION-COUNT > 0
              MOVE "LANDED WITH EXCEPTIONS - RECONCILE BEFORE USE"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-RELAYING AND I-SERIAL-FAULTS > 0
              MOVE "RELAYED WITH SERIAL FAULTS - CHECK THE SEQUENCE"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-SERIAL-FAULTS > 0
              MOVE "LANDED WITH SERIAL FAULTS - CHECK THE SEQUENCE"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-LANDED-COUNT NOT = I-TRAILER-RECORDS
              MOVE "LANDED COUNT DOES NOT MATCH THE TRAILER"
                  TO STR-RCV-RESULT
              MOVE 8 TO I-RUN-RC
             WHEN I-RELAYING
              MOVE "FILE RECEIVED AND RELAYED CLEAN"
                  TO STR-RCV-RESULT
              MOVE 0 TO I-RUN-RC
             WHEN OTHER
              MOVE "FILE RECEIVED AND LANDED CLEAN"
                  TO STR-RCV-RESULT
              MOVE 0 TO I-RUN-RC
            END-EVALUATE

            PERFORM WRITE-RECEIVE-COUNTS
            WRITE REC-RECV-RPT FROM STR-RCV-RESULT
            IF I-TESTING-PARTNER
             WRITE REC-RECV-RPT FROM STR-RCV-LIFE-LINE
            END-IF
            CLOSE RECEIVE-RPT

            DISPLAY "CIPHRECV - " STR-RCV-RESULT
            IF I-TESTING-PARTNER
             DISPLAY "CIPHRECV - " RCV-LIFE-TEXT
            END-IF

            PERFORM LOG-RECEIVE-RUN.

      *    /////////////////////////////////////////////////////////////
      *    The run's RUNHIST line, written however the file ended.
      *    The CALL clears the special register on the way back -
      *    the run's own return code goes back after it so the
      *    scheduler sees it, not the logger's
      *    /////////////////////////////////////////////////////////////
           LOG-RECEIVE-RUN.
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-TOTAL-RECORDS, I-PASSTHROUGH-COUNT,
                I-WRAPAROUND-COUNT, I-RUN-RC
            MOVE I-RUN-RC TO RETURN-CODE.

      *    /////////////////////////////////////////////////////////////
      *    A TESTING partner's file that landed clean - every record
      *    landed, no exceptions, no serial or record faults - is
      *    the test receipt going LIVE needs, stamped on PARTLIFE
      *    with the business date and the file's header run ID
      *    /////////////////////////////////////////////////////////////
           STAMP-TEST-RECEIPT.
            MOVE SPACES TO RCV-LIFE-TEXT
            IF I-EXCEPTION-COUNT > 0 OR I-SERIAL-FAULTS > 0
                  OR I-NOTICE-REC-FAULTS > 0
                  OR I-LANDED-COUNT NOT = I-TRAILER-RECORDS
             MOVE "TEST FILE NOT CLEAN - NOT TAKEN AS THE TEST RECEIPT"
                 TO RCV-LIFE-TEXT
             EXIT PARAGRAPH
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE SPACES            TO REC-PARTLIFE
            MOVE STR-WANT-PARTNER  TO PL-PARTNER
            MOVE STR-PROC-DATE     TO PL-RECV-DATE
            MOVE STR-NOTICE-IN-RUN TO PL-RECV-RUN
            CALL "PARTNER-STATE" USING C-STATE-TEST-IN,
                                       STR-WANT-PARTNER,
                                       REC-PARTLIFE, I-STATE-FOUND

            EVALUATE I-STATE-FOUND
             WHEN 1
              MOVE "TEST FILE RECEIVED CLEAN - RECORDED FOR GO-LIVE"
                  TO RCV-LIFE-TEXT
             WHEN 2
              MOVE "TEST RECEIPT NOT RECORDED - PARTLIFE ENQUEUE HELD"
                  TO RCV-LIFE-TEXT
             WHEN OTHER
              MOVE "TEST RECEIPT NOT RECORDED - NO LONGER TESTING"
                  TO RCV-LIFE-TEXT
            END-EVALUATE.

           WRITE-RECEIVE-COUNTS.
            MOVE I-DATA-COUNT      TO RCV-DATA-COUNT
            WRITE REC-RECV-RPT FROM STR-RCV-BLANK
            WRITE REC-RECV-RPT FROM STR-RCV-COUNTS.

      *    /////////////////////////////////////////////////////////////
      *    Cuts the rejection notice for the sending partner - only
      *    when there is something to tell: a refusal, a partial
      *    landing, or any fault on a file otherwise accepted - and
      *    only to a partner PARTFILE knows. The notice is a new
      *    REJNOTE generation, cataloged under the inbound file's
      *    run ID and filed on OUTREG for the sending partner. A
      *    notice that cannot be cut is said so on the report; it
      *    never changes how the file was taken.
      *    /////////////////////////////////////////////////////////////
           WRITE-REJECTION-NOTICE.
            IF I-PARTNER-KNOWN NOT = 1
             EXIT PARAGRAPH
            END-IF
            IF I-NOTICE-ACCEPTED AND I-NOTICE-COUNT = 0
             EXIT PARAGRAPH
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "REJNOTE"
            IF STR-GEN-BASE = SPACES
             MOVE "REJNOTE" TO STR-GEN-BASE
            END-IF

            MOVE 0 TO I-NOTICE-LINES
            MOVE "N" TO C-GEN-FUNC
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-NOTICE-LINES, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "NO REJNOTE GENERATION - PARTNER NOT NOTIFIED"
                 TO RCV-FAULT-TEXT
             MOVE "NOTICE" TO RCV-FAULT-CODE
             WRITE REC-RECV-RPT FROM STR-RCV-FAULT
             EXIT PARAGRAPH
            END-IF
            DISPLAY "REJNOTE" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO STR-NOTICE-DSN

            OPEN OUTPUT NOTICE-OUT
            IF STR-NOTICE-STATUS NOT = "00"
             MOVE "REJNOTE COULD NOT BE OPENED - PARTNER NOT NOTIFIED"
                 TO RCV-FAULT-TEXT
             MOVE "NOTICE" TO RCV-FAULT-CODE
             WRITE REC-RECV-RPT FROM STR-RCV-FAULT
             EXIT PARAGRAPH
            END-IF

      *     An outbound header CIPHVRFY will pass - MODE=N, a
      *     notice in plain text, with no cipher or key behind it
            MOVE FUNCTION CURRENT-DATE(1:14) TO HD-RUN-TIMESTAMP
            MOVE STR-PROC-DATE  TO HD-RUN-TIMESTAMP(1:8)
            MOVE "N"            TO HD-MODE
            MOVE "N"            TO HD-DIGIT-MODE
            MOVE "N"            TO HD-PUNCT-MODE
            MOVE "N"            TO HD-CASE-MODE
            MOVE "EXPLICIT"     TO HD-KEY-SOURCE
            MOVE "NONE"         TO HD-CIPHER
            MOVE "N"            TO HD-GROUPS
            WRITE REC-NOTICE-OUT FROM REC-HEADER

            MOVE STR-WANT-PARTNER TO NTC-PARTNER
            IF STR-NOTICE-IN-RUN = SPACES
             MOVE "UNKNOWN" TO NTC-IN-RUN
            ELSE
             MOVE STR-NOTICE-IN-RUN TO NTC-IN-RUN
            END-IF
            MOVE C-NOTICE-DISP TO NTC-DISP
            MOVE I-DATA-COUNT  TO NTC-RECORDS
            COMPUTE NTC-FAULTS = I-NOTICE-COUNT + I-NOTICE-LOST
            WRITE REC-NOTICE-OUT FROM STR-NOTICE-LINE
            ADD 1 TO I-NOTICE-LINES

            PERFORM WRITE-ONE-NOTICE-FAULT
                VARYING I-NOTICE-ITER FROM 1 BY 1
                UNTIL I-NOTICE-ITER > I-NOTICE-COUNT

            IF I-NOTICE-LOST > 0
             MOVE 0 TO NTF-RECNUM
             MOVE "MORE" TO NTF-CODE
             MOVE SPACES TO NTF-TEXT
             STRING "FURTHER FAULTS NOT LISTED - " DELIMITED BY SIZE
                    I-NOTICE-LOST DELIMITED BY SIZE
                 INTO NTF-TEXT
             END-STRING
             WRITE REC-NOTICE-OUT FROM STR-NOTICE-FAULT
             ADD 1 TO I-NOTICE-LINES
            END-IF

            MOVE I-NOTICE-LINES TO TR-TOTAL-RECORDS
            MOVE 0 TO TR-PASSTHROUGH-COUNT
            MOVE 0 TO TR-WRAPAROUND-COUNT
            MOVE 0 TO TR-SPANNED-COUNT
            MOVE 0 TO TR-REJECT-COUNT
            MOVE 0 TO TR-HELD-COUNT
            WRITE REC-NOTICE-OUT FROM REC-TRAILER
            CLOSE NOTICE-OUT

            MOVE "C" TO C-GEN-FUNC
            MOVE STR-NOTICE-IN-RUN TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-NOTICE-LINES, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             DISPLAY "CIPHRECV - generation " STR-GEN-DSN
                     " could not be completed on the catalog"
            END-IF

            CALL "OUTREG-POST" USING STR-NOTICE-DSN,
                STR-WANT-PARTNER, I-NOTICE-LINES

            MOVE STR-NOTICE-DSN TO RCV-NTC-DSN
            MOVE C-NOTICE-DISP  TO RCV-NTC-DISP
            WRITE REC-RECV-RPT FROM STR-RCV-NOTICE-GEN
            DISPLAY "CIPHRECV - rejection notice " STR-NOTICE-DSN
                    " " C-NOTICE-DISP.

           WRITE-ONE-NOTICE-FAULT.
            MOVE NT-RECNUM(I-NOTICE-ITER) TO NTF-RECNUM
            MOVE NT-CODE(I-NOTICE-ITER)   TO NTF-CODE
            MOVE NT-TEXT(I-NOTICE-ITER)   TO NTF-TEXT
            WRITE REC-NOTICE-OUT FROM STR-NOTICE-FAULT
            ADD 1 TO I-NOTICE-LINES.

           END PROGRAM CIPHRECV.
