      *****************************************************************
      *  COPYBOOK     : PETLIC                                        *
      *  DESCRIPTION  : ONE PET'S LICENSE FOR ONE LICENSE YEAR ON     *
      *                 PETLICENSE.DAT -- WRITTEN BY THE PETLICBILL   *
      *                 RENEWAL RUN, PAID DOWN BY PETLICPAY, AGED BY  *
      *                 PETLICAGE. KEYED BY YEAR AND THE PETMASTER    *
      *                 KEY, SO ALL OF ONE OWNER'S LICENSES FOR A     *
      *                 YEAR READ TOGETHER AS THAT OWNER'S INVOICE.   *
      *                 62 BYTES.                                     *
      *                                                                *
      *  USAGE        : 01 <RECORD-NAME>.                             *
      *                    COPY PETLIC.                               *
      *****************************************************************
           05 LIC-KEY.
              10 LIC-YEAR          PIC 9(04).
              10 LIC-PET-KEY.
                 15 LIC-OWNER-ID   PIC 9(05).
                 15 LIC-PET-NAME   PIC X(10).
                 15 LIC-SPECIE     PIC X(10).
      *    Age the fee was banded on, as it stood at billing.
           05 LIC-AGE              PIC 9(02).
           05 LIC-BILL-DATE        PIC 9(08).
           05 LIC-FEE              PIC 9(05)V99.
           05 LIC-PAID             PIC 9(05)V99.
      *    Zero until the first payment is posted.
           05 LIC-LAST-PAID        PIC 9(08).
           05 LIC-STATUS           PIC X(01).
              88 LIC-OPEN          VALUE 'O'.
              88 LIC-PAID-UP       VALUE 'P'.
