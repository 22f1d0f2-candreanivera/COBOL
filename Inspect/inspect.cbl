       PROGRAM-ID. INSPECT.
      * Transforms the pet number: Removes hyphens and replaces
      * for spaces. Also validates the email verifying that only
      * contains one @. Country names are checked against the
      * country reference file: a known variant ("U.S.", "USA") is
      * replaced by the standard name so householding and the mail
      * house's country sort see one spelling, an unknown country
      * goes to PETSEXCEPT.DAT, and where the country has a phone
      * length rule the digits in the pet number must match it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-AGERANGE.

      * Country reference: an accepted spelling, the standard name
      * it stands for, and the number of digits a phone number in
      * that country carries (zero when there is no rule). The
      * standard name is accepted as written whether or not it is
      * also listed as a spelling. Without the file, countries pass
      * through unchecked.
       SELECT OPTIONAL COUNTRYFILE ASSIGN TO "PETCOUNTRY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-COUNTRY.

       DATA DIVISION.
       FILE SECTION.
           05 AGERANGE-MIN         PIC 9(02).
           05 AGERANGE-MAX         PIC 9(02).

       FD COUNTRYFILE.
       01 COUNTRY-REC.
           05 COUNTRY-SPELLING     PIC X(15).
           05 COUNTRY-STANDARD     PIC X(15).
           05 COUNTRY-PHONE-LEN    PIC 9(02).

       WORKING-STORAGE SECTION.
	   01  WS-WORKING-STORAGE.
	       05 FILLER                   PIC X(27) VALUE
              10 FS-AGERANGE           PIC X(02).
              10 FS-COUNTIN            PIC X(02).
              10 FS-COUNTOUT           PIC X(02).
              10 FS-COUNTRY            PIC X(02).

      * Working copy of the consolidated master record.
		   05 PETS-WS.
                 15 WS-AGERANGE-MAX     PIC 9(02).
           05 WS-AGERANGE-COUNT        PIC 9(03) VALUE ZERO.

      * Country reference table, loaded from COUNTRYFILE. Spellings
      * and standard names are held in upper case and matched
      * against an upper-case copy of the pet's country.
           05 WS-COUNTRY-PRESENT-SW    PIC X(03) VALUE 'NO '.
              88 COUNTRY-FILE-PRESENT  VALUE 'YES'.
           05 WS-COUNTRY-TABLE.
              10 WS-COUNTRY-ENTRY OCCURS 100 TIMES
                                  INDEXED BY COUNTRY-IDX.
                 15 WS-COUNTRY-SPELLING  PIC X(15).
                 15 WS-COUNTRY-STANDARD  PIC X(15).
                 15 WS-COUNTRY-PHONE-LEN PIC 9(02).
           05 WS-COUNTRY-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-COUNTRY-DROPPED       PIC 9(05) VALUE ZERO.
           05 WS-COUNTRY-UPPER         PIC X(15).
           05 WS-COUNTRY-FOUND-SW      PIC X(03).
              88 COUNTRY-FOUND         VALUE 'YES'.
           05 WS-PHONE-LEN-RULE        PIC 9(02).
           05 WS-PHONE-DIGITS          PIC 9(02).
           05 WS-STANDARDISED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-LOWER-ALPHABET        PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHABET        PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Exception counters and remediation-tracking work fields.
           05 WS-EXCEPT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-HOLD-REASON           PIC X(06).


           PERFORM 0110-LOAD-AGERANGES.
           PERFORM 0115-LOAD-COUNTRIES.
           PERFORM 0120-LOAD-PRIOR-EXCEPTIONS.

		   OPEN INPUT PETS.
              CLOSE AGERANGEFILE
           END-IF.

       0115-LOAD-COUNTRIES.

      * Optional reference file of accepted country spellings. A
      * spelling past the table's 100 entries is left out and the
      * shortfall reported, so the file can be trimmed or the
      * table raised before an unknown-country flood.
           OPEN INPUT COUNTRYFILE.
           IF FS-COUNTRY = '00'
              MOVE 'YES'              TO WS-COUNTRY-PRESENT-SW
              PERFORM UNTIL FS-COUNTRY = '10'
                 READ COUNTRYFILE
                    AT END MOVE '10'  TO FS-COUNTRY
                 END-READ
                 IF FS-COUNTRY NOT = '10' AND
                    COUNTRY-SPELLING NOT = SPACES
                    IF WS-COUNTRY-COUNT < 100
                       ADD 1          TO WS-COUNTRY-COUNT
                       SET COUNTRY-IDX TO WS-COUNTRY-COUNT
                       MOVE COUNTRY-SPELLING TO
                                  WS-COUNTRY-SPELLING(COUNTRY-IDX)
                       MOVE COUNTRY-STANDARD TO
                                  WS-COUNTRY-STANDARD(COUNTRY-IDX)
                       IF WS-COUNTRY-STANDARD(COUNTRY-IDX) = SPACES
                          MOVE COUNTRY-SPELLING TO
                                  WS-COUNTRY-STANDARD(COUNTRY-IDX)
                       END-IF
                       INSPECT WS-COUNTRY-SPELLING(COUNTRY-IDX)
                          CONVERTING WS-LOWER-ALPHABET
                                  TO WS-UPPER-ALPHABET
                       INSPECT WS-COUNTRY-STANDARD(COUNTRY-IDX)
                          CONVERTING WS-LOWER-ALPHABET
                                  TO WS-UPPER-ALPHABET
                       IF COUNTRY-PHONE-LEN IS NUMERIC
                          MOVE COUNTRY-PHONE-LEN TO
                                  WS-COUNTRY-PHONE-LEN(COUNTRY-IDX)
                       ELSE
                          MOVE ZERO   TO
                                  WS-COUNTRY-PHONE-LEN(COUNTRY-IDX)
                       END-IF
                    ELSE
                       ADD 1          TO WS-COUNTRY-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE COUNTRYFILE
              IF WS-COUNTRY-DROPPED > ZERO
                 DISPLAY '* PETCOUNTRY.DAT OVER 100 SPELLINGS -- '
                         WS-COUNTRY-DROPPED ' NOT HELD'
              END-IF
           END-IF.

       0120-LOAD-PRIOR-EXCEPTIONS.

      * The prior run's EMAIL exceptions are loaded into a table here
           PERFORM 0210-VALIDATE-EMAIL THRU 0210-EXIT.
           PERFORM 0220-VALIDATE-AGE.
           PERFORM 0230-VALIDATE-NUMBER.
           IF COUNTRY-FILE-PRESENT
              PERFORM 0235-VALIDATE-COUNTRY
           END-IF.
           PERFORM 0240-CHECK-REMEDIATION.

           MOVE PETS-WS     TO PETS-RECORD-OUT
              PERFORM 0250-WRITE-EXCEPTION
           END-IF.

       0235-VALIDATE-COUNTRY.

*******	Looks the country up by spelling, then by standard name. A
*******	known spelling is rewritten to the standard name; an unknown
*******	one is logged to PETSEXCEPT.DAT and carried through as
*******	keyed. The phone-length rule counts only the digits left
*******	after the hyphens were blanked, and is skipped for a number
*******	already flagged or not supplied.
           MOVE WS-PET-COUNTRY        TO WS-COUNTRY-UPPER
           INSPECT WS-COUNTRY-UPPER
              CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
           MOVE 'NO '                 TO WS-COUNTRY-FOUND-SW
           MOVE ZERO                  TO WS-PHONE-LEN-RULE
           IF WS-COUNTRY-UPPER NOT = SPACES
              PERFORM VARYING COUNTRY-IDX FROM 1 BY 1
                 UNTIL COUNTRY-IDX > WS-COUNTRY-COUNT OR
                       COUNTRY-FOUND
                 IF WS-COUNTRY-SPELLING(COUNTRY-IDX) =
                                      WS-COUNTRY-UPPER OR
                    WS-COUNTRY-STANDARD(COUNTRY-IDX) =
                                      WS-COUNTRY-UPPER
                    MOVE 'YES'        TO WS-COUNTRY-FOUND-SW
                    MOVE WS-COUNTRY-PHONE-LEN(COUNTRY-IDX)
                                      TO WS-PHONE-LEN-RULE
                    IF WS-PET-COUNTRY NOT =
                       WS-COUNTRY-STANDARD(COUNTRY-IDX)
                       MOVE WS-COUNTRY-STANDARD(COUNTRY-IDX)
                                      TO WS-PET-COUNTRY
                       ADD 1          TO WS-STANDARDISED-COUNT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF NOT COUNTRY-FOUND
              MOVE WS-PET-COUNTRY     TO EXCEPT-DETAIL
              MOVE 'CNTRY '           TO EXCEPT-REASON
              PERFORM 0250-WRITE-EXCEPTION
           END-IF.

           IF COUNTRY-FOUND AND WS-PHONE-LEN-RULE > ZERO AND
              NOT NUMBER-IS-BAD AND WS-PET-NUMBER NOT = SPACES
              MOVE ZERO               TO WS-PHONE-DIGITS
              INSPECT WS-PET-NUMBER TALLYING WS-PHONE-DIGITS
                 FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                     ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
              IF WS-PHONE-DIGITS NOT = WS-PHONE-LEN-RULE
                 MOVE WS-PET-NUMBER   TO EXCEPT-DETAIL
                 MOVE 'PHLEN '        TO EXCEPT-REASON
                 PERFORM 0250-WRITE-EXCEPTION
              END-IF
           END-IF.

       0240-CHECK-REMEDIATION.

*******	Compares this record against the prior run's exception
           DISPLAY '* RECORDS READ     : ' WS-READ-COUNT
           DISPLAY '* RECORDS WRITTEN  : ' WS-WRITTEN-COUNT
           DISPLAY '* EXCEPTIONS LOGGED: ' WS-EXCEPT-COUNT
           IF COUNTRY-FILE-PRESENT
              DISPLAY '* COUNTRIES STANDARDISED: '
                      WS-STANDARDISED-COUNT
           END-IF
           IF COUNT-PRESENT
              IF WS-READ-COUNT NOT = WS-EXPECTED-COUNT
                 DISPLAY '* COUNT MISMATCH: UPSTREAM WROTE '
