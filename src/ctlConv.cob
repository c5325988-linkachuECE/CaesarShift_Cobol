      *    // One-time record conversion for the three indexed
      *    // control files whose records grew - KEYSTORE and
      *    // TKEYSTOR took the running use count KEY-USAGE keeps,
      *    // VAULTF took the producing run's program, start stamp
      *    // and output dataset behind the body. A cluster defined
      *    // at the old record length cannot be opened under the
      *    // new layout at all, so each file goes through an unload
      *    // and a reload around the redefinition of its cluster:
      *    //   U - reads the old cluster under the old layout and
      *    //       writes every record, as it stands, to CONVFLAT
      *    //       between a header and a trailer naming the file
      *    //       and its record count
      *    //   R - reads CONVFLAT back into the newly defined
      *    //       cluster under the new layout - the use counts
      *    //       start at zero and the vault's run fields come
      *    //       up spaces, since no run was recorded for them
      *    // The unload is the old file whole, so it stays the way
      *    // back until the reload has been checked. A reload that
      *    // finds the wrong file's unload, or a trailer that does
      *    // not agree with what was loaded, says so with its
      *    // return code - the cluster must not be used until the
      *    // reload ends clean.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CTLCONV.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OLD-KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS OK-DATE
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT OLD-TKEY-STORE ASSIGN TO "TKEYSTOR"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS OT-KEY
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT OLD-VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS OV-MSG-ID
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS KS-DATE
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT TKEY-STORE ASSIGN TO "TKEYSTOR"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS TK-KEY
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS VT-MSG-ID
                     FILE STATUS IS STR-STORE-STATUS.
                 SELECT CONV-FLAT ASSIGN TO "CONVFLAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-FLAT-STATUS.

           DATA DIVISION.
            FILE SECTION.
      *    The old clusters - only the key is named; the rest of
      *    the record is carried through the unload untouched
             FD  OLD-KEY-STORE.
             01 REC-OLD-KEYSTORE.
               05 OK-DATE          PIC X(8).
               05 FILLER           PIC X(5).

             FD  OLD-TKEY-STORE.
             01 REC-OLD-TKEYSTORE.
               05 OT-KEY           PIC X(16).
               05 FILLER           PIC X(26).

             FD  OLD-VAULT-FILE.
             01 REC-OLD-VAULT.
               05 OV-MSG-ID        PIC X(12).
               05 FILLER           PIC X(1038).

             FD  KEY-STORE.
             COPY "keystore.cpy".

             FD  TKEY-STORE.
             COPY "tkeyrec.cpy".

             FD  VAULT-FILE.
             COPY "vaultrec.cpy".

      *    The unload - one old record per line, as it stood, so
      *    the old layouts are read back off it here
             FD  CONV-FLAT.
             01 REC-CONVFLAT       PIC X(1050).
             01 CF-CONTROL.
               05 CF-TAG           PIC X(8).
                 88 CF-IS-CONTROL        VALUE "CTLCONV".
               05 FILLER           PIC X(1).
               05 CF-FILE          PIC X(8).
               05 FILLER           PIC X(1).
               05 CF-KIND          PIC X(1).
                 88 CF-IS-HEADER         VALUE "H".
                 88 CF-IS-TRAILER        VALUE "T".
               05 FILLER           PIC X(1).
               05 CF-COUNT         PIC 9(7).
             01 CF-OLD-KEYSTORE.
               05 CFK-DATE         PIC X(8).
               05 FILLER           PIC X(1).
               05 CFK-SHIFT        PIC 99.
               05 FILLER           PIC X(1).
               05 CFK-STATUS       PIC X(1).
             01 CF-OLD-TKEYSTORE.
               05 CFT-DATE         PIC X(8).
               05 CFT-CIPHER       PIC X(8).
               05 FILLER           PIC X(1).
               05 CFT-SHIFT        PIC 99.
               05 FILLER           PIC X(1).
               05 CFT-KEYWORD      PIC X(16).
               05 FILLER           PIC X(1).
               05 CFT-AFFA         PIC 99.
               05 FILLER           PIC X(1).
               05 CFT-AFFB         PIC 99.

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-STORE-STATUS   PIC X(2).
             01 STR-FLAT-STATUS    PIC X(2).
             01 I-RUN-RC           PIC 99   VALUE 0.

             01 C-CONV-ACTION      PIC X(1).
               88 I-ACTION-UNLOAD        VALUE "U" "u".
               88 I-ACTION-RELOAD        VALUE "R" "r".
             01 STR-CONV-FILE      PIC X(8).
               88 I-CONV-KEYSTORE        VALUE "KEYSTORE".
               88 I-CONV-TKEYSTOR        VALUE "TKEYSTOR".
               88 I-CONV-VAULTF          VALUE "VAULTF".

             01 I-READ-COUNT       PIC 9(7) VALUE 0.
             01 I-WRITTEN-COUNT    PIC 9(7) VALUE 0.
             01 I-FAULT-COUNT      PIC 9(7) VALUE 0.
             01 I-TRAILER-COUNT    PIC 9(7) VALUE 0.
             01 C-TRAILER-SEEN     PIC X(1) VALUE "N".

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "CTLCONV - control-file record conversion"
            DISPLAY "U to unload, R to reload: "
            ACCEPT C-CONV-ACTION
            DISPLAY "File (KEYSTORE, TKEYSTOR or VAULTF): "
            ACCEPT STR-CONV-FILE

            IF NOT I-CONV-KEYSTORE AND NOT I-CONV-TKEYSTOR
                  AND NOT I-CONV-VAULTF
             DISPLAY "CTLCONV - " STR-CONV-FILE " is not a file "
                     "this converts - nothing done"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            EVALUATE TRUE
             WHEN I-ACTION-UNLOAD
              PERFORM UNLOAD-OLD-FILE
             WHEN I-ACTION-RELOAD
              PERFORM RELOAD-NEW-FILE
             WHEN OTHER
              DISPLAY "CTLCONV - action must be U or R - nothing "
                      "done"
              MOVE 8 TO I-RUN-RC
            END-EVALUATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Unload - the old cluster, every record as it stands,
      *    between a header and a trailer carrying the count
      *    /////////////////////////////////////////////////////////////
           UNLOAD-OLD-FILE.
            PERFORM OPEN-OLD-FILE
            EVALUATE STR-STORE-STATUS
             WHEN "00"
              CONTINUE
             WHEN "35"
              DISPLAY "CTLCONV - no " STR-CONV-FILE " to unload"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             WHEN "39"
              DISPLAY "CTLCONV - " STR-CONV-FILE " is not at the "
                      "old record length - already converted?"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             WHEN OTHER
              DISPLAY "CTLCONV - cannot open " STR-CONV-FILE
                      " - status " STR-STORE-STATUS
              MOVE 12 TO I-RUN-RC
              EXIT PARAGRAPH
            END-EVALUATE

            OPEN OUTPUT CONV-FLAT
            IF STR-FLAT-STATUS NOT = "00"
             DISPLAY "CTLCONV - cannot open CONVFLAT - status "
                     STR-FLAT-STATUS
             PERFORM CLOSE-OLD-FILE
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO REC-CONVFLAT
            SET CF-IS-CONTROL TO TRUE
            MOVE STR-CONV-FILE TO CF-FILE
            SET CF-IS-HEADER TO TRUE
            MOVE 0 TO CF-COUNT
            PERFORM WRITE-FLAT-RECORD

            PERFORM UNLOAD-ONE-RECORD
                UNTIL I-AT-EOF OR I-RUN-RC NOT = 0

            IF I-RUN-RC = 0
             MOVE SPACES TO REC-CONVFLAT
             SET CF-IS-CONTROL TO TRUE
             MOVE STR-CONV-FILE TO CF-FILE
             SET CF-IS-TRAILER TO TRUE
             MOVE I-WRITTEN-COUNT TO CF-COUNT
             PERFORM WRITE-FLAT-RECORD
            END-IF

            PERFORM CLOSE-OLD-FILE
            CLOSE CONV-FLAT

            IF I-RUN-RC = 0
             DISPLAY "CTLCONV - " STR-CONV-FILE " unloaded - "
                     I-WRITTEN-COUNT " record(s)"
            ELSE
             DISPLAY "CTLCONV - " STR-CONV-FILE " unload INCOMPLETE "
                     "- do not redefine the cluster"
            END-IF.

           UNLOAD-ONE-RECORD.
            PERFORM READ-OLD-RECORD
            IF I-AT-EOF OR I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO I-READ-COUNT
            PERFORM WRITE-FLAT-RECORD
            IF I-RUN-RC = 0
             ADD 1 TO I-WRITTEN-COUNT
            END-IF.

           WRITE-FLAT-RECORD.
            WRITE REC-CONVFLAT
            IF STR-FLAT-STATUS NOT = "00"
             DISPLAY "CTLCONV - cannot write CONVFLAT - status "
                     STR-FLAT-STATUS
             MOVE 12 TO I-RUN-RC
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One verb per file - the old cluster the action names
      *    /////////////////////////////////////////////////////////////
           OPEN-OLD-FILE.
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE OPEN INPUT OLD-KEY-STORE
             WHEN I-CONV-TKEYSTOR OPEN INPUT OLD-TKEY-STORE
             WHEN I-CONV-VAULTF   OPEN INPUT OLD-VAULT-FILE
            END-EVALUATE.

           READ-OLD-RECORD.
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE
              READ OLD-KEY-STORE INTO REC-CONVFLAT
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN I-CONV-TKEYSTOR
              READ OLD-TKEY-STORE INTO REC-CONVFLAT
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN I-CONV-VAULTF
              READ OLD-VAULT-FILE INTO REC-CONVFLAT
                  AT END SET I-AT-EOF TO TRUE
              END-READ
            END-EVALUATE
            IF NOT I-AT-EOF AND STR-STORE-STATUS NOT = "00"
             DISPLAY "CTLCONV - cannot read " STR-CONV-FILE
                     " - status " STR-STORE-STATUS
             MOVE 12 TO I-RUN-RC
            END-IF.

           CLOSE-OLD-FILE.
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE CLOSE OLD-KEY-STORE
             WHEN I-CONV-TKEYSTOR CLOSE OLD-TKEY-STORE
             WHEN I-CONV-VAULTF   CLOSE OLD-VAULT-FILE
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Reload - the unload's header must name this file before
      *    the new cluster is opened at all; every record is then
      *    laid out under the new layout and written by key, and
      *    the trailer must agree with what went in
      *    /////////////////////////////////////////////////////////////
           RELOAD-NEW-FILE.
            OPEN INPUT CONV-FLAT
            IF STR-FLAT-STATUS NOT = "00"
             DISPLAY "CTLCONV - cannot open CONVFLAT - status "
                     STR-FLAT-STATUS
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            READ CONV-FLAT
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF I-AT-EOF OR NOT CF-IS-CONTROL OR NOT CF-IS-HEADER
                  OR CF-FILE NOT = STR-CONV-FILE
             DISPLAY "CTLCONV - CONVFLAT is not an unload of "
                     STR-CONV-FILE " - nothing reloaded"
             CLOSE CONV-FLAT
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-NEW-FILE
            IF STR-STORE-STATUS NOT = "00"
             DISPLAY "CTLCONV - cannot open " STR-CONV-FILE
                     " for the reload - status " STR-STORE-STATUS
             CLOSE CONV-FLAT
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM RELOAD-ONE-RECORD UNTIL I-AT-EOF

            PERFORM CLOSE-NEW-FILE
            CLOSE CONV-FLAT

            EVALUATE TRUE
             WHEN C-TRAILER-SEEN NOT = "Y"
              DISPLAY "CTLCONV - CONVFLAT has no trailer - the "
                      "unload was cut short"
              MOVE 12 TO I-RUN-RC
             WHEN I-FAULT-COUNT > 0
              DISPLAY "CTLCONV - " I-FAULT-COUNT " record(s) would "
                      "not write"
              MOVE 12 TO I-RUN-RC
             WHEN I-WRITTEN-COUNT NOT = I-TRAILER-COUNT
              DISPLAY "CTLCONV - " I-WRITTEN-COUNT " record(s) "
                      "reloaded, the unload carried "
                      I-TRAILER-COUNT
              MOVE 12 TO I-RUN-RC
            END-EVALUATE

            IF I-RUN-RC = 0
             DISPLAY "CTLCONV - " STR-CONV-FILE " reloaded - "
                     I-WRITTEN-COUNT " record(s)"
            ELSE
             DISPLAY "CTLCONV - " STR-CONV-FILE " reload INCOMPLETE "
                     "- redefine the cluster and reload again"
            END-IF.

           RELOAD-ONE-RECORD.
            READ CONV-FLAT
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF CF-IS-CONTROL
             IF CF-IS-TRAILER
              MOVE "Y"      TO C-TRAILER-SEEN
              MOVE CF-COUNT TO I-TRAILER-COUNT
             END-IF
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-READ-COUNT
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE
              MOVE SPACES     TO REC-KEYSTORE
              MOVE CFK-DATE   TO KS-DATE
              MOVE CFK-SHIFT  TO KS-SHIFT
              MOVE CFK-STATUS TO KS-STATUS
              MOVE 0          TO KS-USE-COUNT
              WRITE REC-KEYSTORE
             WHEN I-CONV-TKEYSTOR
              MOVE SPACES      TO REC-TKEYSTORE
              MOVE CFT-DATE    TO TK-DATE
              MOVE CFT-CIPHER  TO TK-CIPHER
              MOVE CFT-SHIFT   TO TK-SHIFT
              MOVE CFT-KEYWORD TO TK-KEYWORD
              MOVE CFT-AFFA    TO TK-AFFA
              MOVE CFT-AFFB    TO TK-AFFB
              MOVE 0           TO TK-USE-COUNT
              WRITE REC-TKEYSTORE
      *       The old record is the new one up to the body's end -
      *       the run fields behind it pad out as spaces
             WHEN I-CONV-VAULTF
              MOVE REC-CONVFLAT TO REC-VAULT
              WRITE REC-VAULT
            END-EVALUATE

            IF STR-STORE-STATUS = "00"
             ADD 1 TO I-WRITTEN-COUNT
            ELSE
             ADD 1 TO I-FAULT-COUNT
             DISPLAY "CTLCONV - unload record " I-READ-COUNT
                     " would not write - status " STR-STORE-STATUS
            END-IF.

           OPEN-NEW-FILE.
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE OPEN OUTPUT KEY-STORE
             WHEN I-CONV-TKEYSTOR OPEN OUTPUT TKEY-STORE
             WHEN I-CONV-VAULTF   OPEN OUTPUT VAULT-FILE
            END-EVALUATE.

           CLOSE-NEW-FILE.
            EVALUATE TRUE
             WHEN I-CONV-KEYSTORE CLOSE KEY-STORE
             WHEN I-CONV-TKEYSTOR CLOSE TKEY-STORE
             WHEN I-CONV-VAULTF   CLOSE VAULT-FILE
            END-EVALUATE.

           END PROGRAM CTLCONV.
