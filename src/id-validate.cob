       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDVALIDATE.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. Validation of the statutory
      *                   identifiers on the employee master, shared
      *                   by EMPLOYEE-MGMT's add, update and bulk
      *                   import the way BANKVALIDATE is shared for
      *                   bank details:
      *                   - SA identity number: 13 digits, Luhn check
      *                     digit, the embedded YYMMDD against the
      *                     captured birth date, the gender digit
      *                     (0-4 female, 5-9 male) against the EE
      *                     gender and a citizenship digit of 0/1/2;
      *                   - passport: issuing country required;
      *                   - SARS income tax reference: 10 digits,
      *                     leading 0/1/2/3/9, modulus-10 check digit;
      *                   - US SSN: 9 digits, no 000/666/9xx area,
      *                     00 group or 0000 serial.
      *                   A blank identifier is not an error here -
      *                   the statutory extracts list whoever is
      *                   still missing one.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CHECK-DIGITS         PIC X(13).
       01  WS-CHECK-LEN            PIC 9(2) COMP.
       01  WS-CHECK-IDX            PIC S9(3) COMP.
       01  WS-LUHN-POSITION        PIC 9(3) COMP.
       01  WS-LUHN-DIGIT           PIC 9(2).
       01  WS-LUHN-SUM             PIC 9(4) COMP.
       01  WS-LUHN-OK              PIC X(1).
       01  WS-BIRTH-X              PIC X(8).

       LINKAGE SECTION.
       01  LS-ID-VALIDATE-PARAMS.
           05  IV-ID-NUMBER         PIC X(13).
           05  IV-PASSPORT-NO       PIC X(15).
           05  IV-PASSPORT-COUNTRY  PIC X(3).
           05  IV-TAX-REF-NO        PIC X(10).
           05  IV-SSN               PIC X(9).
           05  IV-BIRTH-DATE        PIC 9(8).
      *>      YYYYMMDD off EMP-BIRTH; 0 = not captured, not compared
           05  IV-GENDER            PIC X(1).
      *>      EMP-EE-GENDER M/F; blank = not captured, not compared
           05  IV-COUNTRY-CODE      PIC X(2).
           05  IV-RESULT            PIC X(1).
               88  IV-VALID                 VALUE 'V'.
               88  IV-BAD-ID-NUMBER         VALUE 'I'.
               88  IV-BAD-PASSPORT          VALUE 'P'.
               88  IV-BAD-TAX-REF           VALUE 'T'.
               88  IV-BAD-SSN               VALUE 'S'.
           05  IV-MESSAGE           PIC X(50).

       PROCEDURE DIVISION USING LS-ID-VALIDATE-PARAMS.
       100-MAIN-ID-VALIDATE.
           SET IV-VALID TO TRUE
           MOVE SPACES TO IV-MESSAGE

           IF IV-ID-NUMBER NOT = SPACES
               PERFORM 200-CHECK-ID-NUMBER
           END-IF
           IF IV-VALID AND IV-PASSPORT-NO NOT = SPACES
               PERFORM 300-CHECK-PASSPORT
           END-IF
           IF IV-VALID AND IV-TAX-REF-NO NOT = SPACES
               PERFORM 400-CHECK-TAX-REFERENCE
           END-IF
           IF IV-VALID AND IV-SSN NOT = SPACES
               PERFORM 500-CHECK-SSN
           END-IF
           GOBACK.

      *****************************************************************
      * 200-CHECK-ID-NUMBER - YYMMDD G SSS C A Z. The check digit is
      * verified first, so a mistyped digit is reported as such
      * rather than as a spurious birth date or gender mismatch.
      *****************************************************************
       200-CHECK-ID-NUMBER.
           IF IV-ID-NUMBER NOT NUMERIC
               SET IV-BAD-ID-NUMBER TO TRUE
               MOVE "ID NUMBER MUST BE 13 DIGITS" TO IV-MESSAGE
           ELSE
               MOVE IV-ID-NUMBER TO WS-CHECK-DIGITS
               MOVE 13 TO WS-CHECK-LEN
               PERFORM 900-LUHN-CHECK
               IF WS-LUHN-OK NOT = 'Y'
                   SET IV-BAD-ID-NUMBER TO TRUE
                   MOVE "ID NUMBER FAILS CHECK-DIGIT VALIDATION"
                       TO IV-MESSAGE
               END-IF
           END-IF

           IF IV-VALID AND IV-BIRTH-DATE > 0
               MOVE IV-BIRTH-DATE TO WS-BIRTH-X
               IF IV-ID-NUMBER(1:6) NOT = WS-BIRTH-X(3:6)
                   SET IV-BAD-ID-NUMBER TO TRUE
                   MOVE "ID NUMBER BIRTH DATE DOES NOT MATCH BIRTH DATE"
                       TO IV-MESSAGE
               END-IF
           END-IF

           IF IV-VALID
               IF (IV-GENDER = 'F' AND IV-ID-NUMBER(7:1) > '4')
                       OR (IV-GENDER = 'M' AND IV-ID-NUMBER(7:1) < '5')
                   SET IV-BAD-ID-NUMBER TO TRUE
                   MOVE "ID NUMBER GENDER DIGIT DOES NOT MATCH GENDER"
                       TO IV-MESSAGE
               END-IF
           END-IF

           IF IV-VALID
               IF IV-ID-NUMBER(11:1) NOT = '0'
                       AND IV-ID-NUMBER(11:1) NOT = '1'
                       AND IV-ID-NUMBER(11:1) NOT = '2'
                   SET IV-BAD-ID-NUMBER TO TRUE
                   MOVE "ID NUMBER CITIZENSHIP DIGIT MUST BE 0, 1 OR 2"
                       TO IV-MESSAGE
               END-IF
           END-IF.

      *****************************************************************
      * 300-CHECK-PASSPORT - a passport number means nothing to SARS
      * without the country that issued it.
      *****************************************************************
       300-CHECK-PASSPORT.
           IF IV-PASSPORT-COUNTRY = SPACES
               SET IV-BAD-PASSPORT TO TRUE
               MOVE "PASSPORT ISSUING COUNTRY IS REQUIRED"
                   TO IV-MESSAGE
           END-IF.

      *****************************************************************
      * 400-CHECK-TAX-REFERENCE - SARS income tax numbers are ten
      * digits starting 0, 1, 2, 3 or 9, with a modulus-10 check
      * digit (odd positions doubled, casting out nines - the same
      * arithmetic as the Luhn check).
      *****************************************************************
       400-CHECK-TAX-REFERENCE.
           IF IV-TAX-REF-NO NOT NUMERIC
               SET IV-BAD-TAX-REF TO TRUE
               MOVE "TAX REFERENCE MUST BE 10 DIGITS" TO IV-MESSAGE
           ELSE
               IF IV-TAX-REF-NO(1:1) NOT = '0'
                       AND IV-TAX-REF-NO(1:1) NOT = '1'
                       AND IV-TAX-REF-NO(1:1) NOT = '2'
                       AND IV-TAX-REF-NO(1:1) NOT = '3'
                       AND IV-TAX-REF-NO(1:1) NOT = '9'
                   SET IV-BAD-TAX-REF TO TRUE
                   MOVE "TAX REFERENCE MUST START WITH 0, 1, 2, 3 OR 9"
                       TO IV-MESSAGE
               ELSE
                   MOVE SPACES TO WS-CHECK-DIGITS
                   MOVE IV-TAX-REF-NO TO WS-CHECK-DIGITS
                   MOVE 10 TO WS-CHECK-LEN
                   PERFORM 900-LUHN-CHECK
                   IF WS-LUHN-OK NOT = 'Y'
                       SET IV-BAD-TAX-REF TO TRUE
                       MOVE "TAX REFERENCE FAILS MODULUS-10 CHECK"
                           TO IV-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 500-CHECK-SSN - AAA-GG-SSSS with the never-issued ranges
      * refused.
      *****************************************************************
       500-CHECK-SSN.
           IF IV-SSN NOT NUMERIC
               SET IV-BAD-SSN TO TRUE
               MOVE "SSN MUST BE 9 DIGITS, NO DASHES" TO IV-MESSAGE
           ELSE
               IF IV-SSN(1:3) = "000" OR IV-SSN(1:3) = "666"
                       OR IV-SSN(1:1) = '9'
                       OR IV-SSN(4:2) = "00"
                       OR IV-SSN(6:4) = "0000"
                   SET IV-BAD-SSN TO TRUE
                   MOVE "SSN IS NOT IN AN ISSUED RANGE" TO IV-MESSAGE
               END-IF
           END-IF.

      *****************************************************************
      * 900-LUHN-CHECK - modulus-10 over the first WS-CHECK-LEN
      * digits of WS-CHECK-DIGITS: working right to left, double
      * every second digit (casting out nines) and the digit sum
      * must divide by ten.
      *****************************************************************
       900-LUHN-CHECK.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 0 TO WS-LUHN-POSITION
           PERFORM VARYING WS-CHECK-IDX FROM WS-CHECK-LEN BY -1
                   UNTIL WS-CHECK-IDX < 1
               ADD 1 TO WS-LUHN-POSITION
               MOVE WS-CHECK-DIGITS(WS-CHECK-IDX:1) TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-POSITION, 2) = 0
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM

           IF FUNCTION MOD(WS-LUHN-SUM, 10) = 0
               MOVE 'Y' TO WS-LUHN-OK
           ELSE
               MOVE 'N' TO WS-LUHN-OK
           END-IF.
       END PROGRAM IDVALIDATE.
