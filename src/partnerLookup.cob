      *    // run at parameter time. The caller gets the whole
      *    // partrec.cpy profile record back and a found flag; a
      *    // code with no profile comes back not-found so the run
      *    // can be refused instead of guessing at options. The
      *    // profile handed back is the version in force on the
      *    // business date - PARTNER-LOOKUP-DATE below, with the
      *    // run unit's business date filled in.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. PARTNER-LOOKUP.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
             01 STR-TODAY-DATE     PIC X(8).
             01 C-PROCDATE-FUNC    PIC X(1) VALUE "G".

            LINKAGE SECTION.
             01 STR-PL-CODE        PIC X(8).
             01 REC-FOUND-PROFILE  PIC X(90).
             01 I-PL-FOUND         PIC 9.

           PROCEDURE DIVISION
               USING STR-PL-CODE, REC-FOUND-PROFILE, I-PL-FOUND.

           MAINLINE.
            CALL "BUSINESS-DATE" USING C-PROCDATE-FUNC,
                                       STR-TODAY-DATE

            CALL "PARTNER-LOOKUP-DATE" USING STR-PL-CODE,
                                             STR-TODAY-DATE,
                                             REC-FOUND-PROFILE,
                                             I-PL-FOUND

            EXIT PROGRAM.

           END PROGRAM PARTNER-LOOKUP.


      *    // Resolves the profile version that was in force on a
      *    // caller-supplied date - the run date an inbound file's
      *    // header carries, the store date of a vaulted message -
      *    // so traffic cut before a partner changed cipher or
      *    // shift is still read under the settings it was cut
      *    // with. Of the partner's rows, the one with the latest
      *    // effective date not after the date asked about wins; a
      *    // row with no effective date has been in force from the
      *    // beginning. A partner whose every version takes effect
      *    // after that date comes back not-found - on that date
      *    // they had no profile.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. PARTNER-LOOKUP-DATE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-PARTFILE-STATUS PIC X(2).
      *    Effective date of the best version met so far - low-
      *    values until one is, so even an undated row beats it
             01 STR-BEST-EFF-DATE  PIC X(8).

            LINKAGE SECTION.
             01 STR-PL-CODE        PIC X(8).
             01 STR-PL-DATE        PIC X(8).
             COPY "partrec.cpy"
               REPLACING REC-PARTNER-PROFILE
                             BY REC-FOUND-PROFILE,
                         PF-AFFB   BY FOUND-AFFB,
                         PF-TRKEY  BY FOUND-TRKEY,
                         PF-CHECKVAL BY FOUND-CHECKVAL,
                         PF-SERIAL BY FOUND-SERIAL,
                         PF-ENV-OURID BY FOUND-ENV-OURID,
                         PF-ENV-THEIRID BY FOUND-ENV-THEIRID,
                         PF-EFF-DATE BY FOUND-EFF-DATE.
             01 I-PL-FOUND         PIC 9.

           PROCEDURE DIVISION
               USING STR-PL-CODE, STR-PL-DATE, REC-FOUND-PROFILE,
                     I-PL-FOUND.

           MAINLINE.
            MOVE 0   TO I-PL-FOUND
            MOVE "N" TO I-EOF-FLAG
            MOVE LOW-VALUES TO STR-BEST-EFF-DATE

            OPEN INPUT PARTNER-FILE
            IF STR-PARTFILE-STATUS = "35"

            EXIT PROGRAM.

      *    Strictly later only - of two rows for one partner with
      *    the same effective date the first on file wins, as it
      *    always did
           CHECK-ONE-PROFILE.
            READ PARTNER-FILE
                AT END SET I-AT-EOF TO TRUE
            IF NOT I-AT-EOF
                  AND PF-CODE NOT = SPACES
                  AND PF-CODE = STR-PL-CODE
                  AND (PF-EFF-DATE = SPACES
                       OR PF-EFF-DATE NOT > STR-PL-DATE)
                  AND PF-EFF-DATE > STR-BEST-EFF-DATE
             MOVE REC-PARTNER-PROFILE TO REC-FOUND-PROFILE
             MOVE PF-EFF-DATE TO STR-BEST-EFF-DATE
             MOVE 1 TO I-PL-FOUND
            END-IF.

           END PROGRAM PARTNER-LOOKUP-DATE.
