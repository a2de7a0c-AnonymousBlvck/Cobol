       >>SOURCE FORMAT FREE
*> Sub routines and separate programmes passing values back and forth.
*> Compile this one with a -m and the main program with a -x.
*> Shared UPC validation routine in the VALIDID mould: callers pass
*> a twelve-character entry and get back a Y/N flag saying whether
*> it is a well-formed UPC-A - twelve digits, not all zero, with the
*> last digit the check digit the first eleven give (odd positions
*> counted three times, even positions once, and the check digit
*> whatever brings the total up to a multiple of ten). A mistyped
*> digit or two transposed ones fail it, so tables never files a
*> code the scanner could never read back.
IDENTIFICATION DIVISION.
PROGRAM-ID. VALIDUPC.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.October 15.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 UpcWork PIC X(12).
01 UpcDigits REDEFINES UpcWork.
       02 UpcDigit PIC 9 OCCURS 12 TIMES.
01 DigitIdx PIC 99.
01 DigitTotal PIC 9(4).
01 CheckDigit PIC 9.
01 TotalTens PIC 9(4).

LINKAGE SECTION.
       01 LEntryUPC PIC X(12).
       01 LValidFlag PIC X.

PROCEDURE DIVISION USING LEntryUPC, LValidFlag.
StartPara.
       MOVE LEntryUPC TO UpcWork.
       IF UpcWork IS NOT NUMERIC
           MOVE "N" TO LValidFlag
       ELSE
           IF UpcWork = "000000000000"
               MOVE "N" TO LValidFlag
           ELSE
               MOVE 0 TO DigitTotal
               PERFORM AddOneDigit VARYING DigitIdx FROM 1 BY 1
                   UNTIL DigitIdx > 11
               DIVIDE DigitTotal BY 10 GIVING TotalTens
                   REMAINDER CheckDigit
               IF CheckDigit > 0
                   COMPUTE CheckDigit = 10 - CheckDigit
               END-IF
               IF CheckDigit = UpcDigit(12)
                   MOVE "Y" TO LValidFlag
               ELSE
                   MOVE "N" TO LValidFlag
               END-IF
           END-IF
       END-IF.
       EXIT PROGRAM.

*> UPC-A weights the odd positions three and the even positions one.
AddOneDigit.
       IF DigitIdx = 1 OR DigitIdx = 3 OR DigitIdx = 5
               OR DigitIdx = 7 OR DigitIdx = 9 OR DigitIdx = 11
           COMPUTE DigitTotal = DigitTotal + (UpcDigit(DigitIdx) * 3)
       ELSE
           ADD UpcDigit(DigitIdx) TO DigitTotal
       END-IF.
