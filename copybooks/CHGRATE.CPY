      *----------------------------------------------------------------
      * CHGRATE.CPY
      * In-core chargeback rate table, loaded at initialization from
      * the CHGRATES reference file by the month-end chargeback
      * program (cob-chgback).  Finance sets one price per greeting
      * type, and a price change is a data change, not a program
      * change:
      *
      *   D  daily greeting
      *   A  occasion greeting, birthday variant
      *   B  occasion greeting, anniversary variant
      *   V  visitor greeting (the *VIS* marker), charged to the
      *      host operator's cost center
      *   R  reprocessed greeting (a repaired suspense entry)
      *
      * CHGRATES file record layout (one per line):
      *   col 1      greeting type, D A B V or R
      *   col 3-8    price per greeting, 9(04)V99 with the decimal
      *              point implied - 000025 is 0.25
      *
      * A later line for a type already loaded replaces the earlier
      * price.  A missing or empty CHGRATES file seeds the table with
      * the built-in prices below; a type the file leaves out is not
      * priced, and its greetings are counted unpriced rather than
      * charged at a guess.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  CHG-RATE-CONTROLS.
           05  CR-RATE-COUNT           PIC 9(02)   COMP VALUE ZERO.
           05  CR-SEED-COUNT           PIC 9(02)   COMP VALUE 5.

       01  CHG-RATE-SEED-VALUES.
           05  FILLER                  PIC X(07)   VALUE "D000010".
           05  FILLER                  PIC X(07)   VALUE "A000050".
           05  FILLER                  PIC X(07)   VALUE "B000050".
           05  FILLER                  PIC X(07)   VALUE "V000025".
           05  FILLER                  PIC X(07)   VALUE "R000015".

       01  CHG-RATE-SEED-TABLE REDEFINES CHG-RATE-SEED-VALUES.
           05  CHG-RATE-SEED           OCCURS 5 TIMES.
               10  CR-SEED-TYPE        PIC X(01).
               10  CR-SEED-RATE        PIC 9(04)V99.

       01  CHG-RATE-TABLE.
           05  CHG-RATE                OCCURS 5 TIMES
                                        INDEXED BY CHG-RATE-IX.
               10  CR-RATE-TYPE        PIC X(01).
                   88  CR-TYPE-VALID   VALUE "D" "A" "B" "V" "R".
               10  CR-RATE             PIC 9(04)V99.
