      * COMBINES THE PROPER-CASED OWNER FULL NAME WITH THE ADDRESS
      * BLOCK IN POSTAL LAYOUT, SKIPS RECORDS WITH BLANK ADDRESSES
      * ONTO AN UNMAILABLE REPORT, AND PRINTS LABELS IN A FORMAT OF
      * SO-MANY LABELS PER PAGE SELECTED BY CONTROL CARD. THE
      * ADDRESS BLOCK ITSELF IS THE ADDRBLK COPYBOOK, SO THE REMINDER
      * NOTICES ADDRESS OWNERS EXACTLY AS THE LABELS DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * line, blank separator between labels.
           ADD 1                      TO WS-ON-PAGE
           ADD 1                      TO WS-LABEL-COUNT
           DISPLAY " "
           PERFORM 0220-ADDRESS-BLOCK.

      * The address block shared with every other clinic mailing.
       COPY ADDRBLK REPLACING
           AB-PARA      BY 0220-ADDRESS-BLOCK
           AB-NAME      BY PET-FULL-NAME
           AB-ADDRESS   BY PET-ADDRESS
           AB-CITY      BY PET-CITY
           AB-COUNTRY   BY PET-COUNTRY
           AB-CITY-LINE BY WS-CITY-LINE.

       9000-END-PROGRAM.

