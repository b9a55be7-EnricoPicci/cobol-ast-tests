      ******************************************************************
      * AIXCONV.cob — Layout-Driven AIX Binary File Converter
      *
      * PURPOSE:
      *   ORDCONV.cob converts exactly one AIX layout — the 20-byte
      *   COMP-3 order extract. The later migration waves bring
      *   history extracts and partner files with big-endian COMP
      *   fields, EBCDIC text, and the COMP-1/COMP-2 values ENDIAN01
      *   demonstrates, and each would otherwise need a converter of
      *   its own. This program converts any such file to a
      *   Linux-native line sequential file, driven by a layout
      *   definition that names each field's offset, length and
      *   type; a new file in a wave needs a layout, not a program.
      *
      *   Every field is decoded from its bytes by arithmetic, never
      *   by overlaying a COMP item on them, so the result does not
      *   depend on the BINARY option this program happens to be
      *   compiled with — the very dependency ENDIAN01 warns about:
      *     BINARY   big-endian two's complement, 2, 4 or 8 bytes
      *     PACKED   COMP-3, up to 10 bytes (sign nibble C/A/E/F
      *              positive, D/B negative)
      *     ZONED    EBCDIC zoned decimal, sign in the zone of the
      *              last byte, up to 18 bytes
      *     FLOAT    IEEE-754 big-endian, 4 bytes (COMP-1) or 8
      *              bytes (COMP-2), the way AIX writes them
      *     EBCDIC   text, code page 037, translated to ASCII
      *   A float is the one value rebuilt in a native item — its
      *   byte order on this side is detected at run time from a
      *   probe value, the PLATCHK.cob technique, not assumed.
      *
      *   A field that cannot be decoded (a packed nibble that is
      *   not a digit, a zoned byte that is not an EBCDIC digit, a
      *   float NaN or infinity, a value beyond the output field)
      *   fails its record: the record is reported and not written,
      *   as in ORDCONV. A field that decodes but looks wrong in the
      *   ENDIAN01 edge-case sense is written and reported SUSPECT:
      *     - a BINARY value beyond its PIC digits, or one whose low-
      *       order byte is zero and whose byte-reversed reading is a
      *       smaller positive number — the mark of a value written
      *       in the other byte order (ENDIAN01's PLAUSIBLE-SWAP)
      *     - any numeric value exactly at its PIC boundary
      *       (ENDIAN01's MAX-/MIN-BOUNDARY)
      *     - a PACKED or ZONED negative zero
      *     - a denormal float, or one whose exponent puts it beyond
      *       about 1E15 or below 1E-15 — where byte-swapped floats
      *       land
      *     - EBCDIC text holding a byte with no ASCII equivalent
      *       (written as "?")
      *
      *   The layout is named by the AIXCONV_LAYOUT environment
      *   variable, the convention PLATCHK.cob uses; the layout
      *   names the files. AIX transfers arrive as raw bytes with no
      *   record delimiters (packed and binary bytes can hold newline
      *   values — see ORDCONV.cob), so the input is read a byte at
      *   a time and cut into records of the layout's length here.
      *
      * LAYOUT FILE FORMAT (line sequential; a line opening "*" is
      *   a comment):
      *   One FILE line —
      *   Positions  1- 4  "FILE"
      *   Positions  6-29  INPUT-NAME     PIC X(24)
      *   Positions 31-54  OUTPUT-NAME    PIC X(24)
      *   Positions 56-60  RECORD-LENGTH  PIC 9(5)  (1-4000)
      *   Then one FLD line per field (up to 100) —
      *   Positions  1- 4  "FLD "
      *   Positions  6-21  FIELD-NAME     PIC X(16)
      *   Positions 23-27  OFFSET         PIC 9(5)  (1-based)
      *   Positions 29-31  LENGTH         PIC 9(3)
      *   Positions 33-38  TYPE           PIC X(6)  (BINARY, PACKED,
      *                                    ZONED, FLOAT, EBCDIC)
      *   Positions 40-41  DIGITS         PIC 9(2)  (the PIC digits,
      *                    for the boundary checks; blank = all the
      *                    field can hold)
      *   Position  43     SIGNED         PIC X(1)  (BINARY only:
      *                    "U" unsigned, anything else signed)
      *
      * OUTPUT RECORD: the fields in layout order, no separators —
      *   BINARY/PACKED/ZONED  19 bytes, sign leading separate plus
      *                        18 digits, any decimal places still
      *                        implied as in the source PIC
      *   FLOAT                19 bytes, sign leading separate plus
      *                        11 integer and 7 decimal digits,
      *                        decimal point implied
      *   EBCDIC               the field's own length, in ASCII
      *   The report lists each field's output positions.
      *
      * REPORT: generation-dated via RPTGEN.cob — records in/out,
      *   records and fields failed, suspect values, one line per
      *   failure or suspect (the first 1000).
      *
      * COMPILE: BINARY(BE) on Linux x86, same as the CALLED modules.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIXCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO LAYOUTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

      *> Both data files are named by the layout; OPEN-DATA-FILES
      *> points DD_AIXIN/DD_AIXOUT at them before each OPEN.
           SELECT AIX-INPUT-FILE ASSIGN TO AIXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CONVERTED-FILE ASSIGN TO AIXOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

      *> Generation-dated per run, allocated by RPTGEN.cob.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO AIXCVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05  LY-RECORD-TYPE         PIC X(4).
           05  FILLER                 PIC X(76).
       01  LAYOUT-FILE-RECORD.
           05  FILLER                 PIC X(5).
           05  LYF-INPUT-NAME         PIC X(24).
           05  FILLER                 PIC X(1).
           05  LYF-OUTPUT-NAME        PIC X(24).
           05  FILLER                 PIC X(1).
           05  LYF-RECORD-LENGTH-X    PIC X(5).
           05  LYF-RECORD-LENGTH-N    REDEFINES LYF-RECORD-LENGTH-X
                                       PIC 9(5).
           05  FILLER                 PIC X(20).
       01  LAYOUT-FIELD-RECORD.
           05  FILLER                 PIC X(5).
           05  LYD-FIELD-NAME         PIC X(16).
           05  FILLER                 PIC X(1).
           05  LYD-OFFSET-X           PIC X(5).
           05  LYD-OFFSET-N           REDEFINES LYD-OFFSET-X
                                       PIC 9(5).
           05  FILLER                 PIC X(1).
           05  LYD-LENGTH-X           PIC X(3).
           05  LYD-LENGTH-N           REDEFINES LYD-LENGTH-X
                                       PIC 9(3).
           05  FILLER                 PIC X(1).
           05  LYD-DATA-TYPE          PIC X(6).
           05  FILLER                 PIC X(1).
           05  LYD-DIGITS-X           PIC X(2).
           05  LYD-DIGITS-N           REDEFINES LYD-DIGITS-X
                                       PIC 9(2).
           05  FILLER                 PIC X(1).
           05  LYD-SIGNED             PIC X(1).
           05  FILLER                 PIC X(37).

       FD  AIX-INPUT-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01  AIX-INPUT-BYTE             PIC X(1).

       FD  CONVERTED-FILE.
       01  CONVERTED-RECORD           PIC X(2000).

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-STATUS           PIC XX.
       01  WS-INPUT-STATUS            PIC XX.
           88  WS-INPUT-OK            VALUE "00".
       01  WS-OUTPUT-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.

       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

      *> This run's generation-dated report name, allocated by
      *> RPTGEN.cob.
       01  WS-RPTGEN-PROGRAM          PIC X(8) VALUE "AIXCONV".
       01  WS-REPORT-GENERATION       PIC X(30) VALUE SPACES.

      *> --- The layout, as loaded and checked ---
       01  WS-LAYOUT-NAME             PIC X(24) VALUE SPACES.
       01  WS-LAYOUT-LINE-NO          PIC 9(5) VALUE ZEROS.
       01  WS-LAYOUT-ERROR-SW         PIC X VALUE "N".
           88  WS-LAYOUT-ERROR        VALUE "Y".
       01  WS-FILE-LINE-SEEN-SW       PIC X VALUE "N".
           88  WS-FILE-LINE-SEEN      VALUE "Y".
       01  WS-INPUT-NAME              PIC X(24) VALUE SPACES.
       01  WS-OUTPUT-NAME             PIC X(24) VALUE SPACES.
       01  WS-RECORD-LENGTH           PIC 9(5) VALUE ZEROS.
       01  WS-OUTPUT-LENGTH           PIC 9(5) VALUE ZEROS.
       01  WS-LAYOUT-REASON           PIC X(50) VALUE SPACES.

       01  WS-FIELD-MAX               PIC 9(3) COMP VALUE 100.
       01  WS-FIELD-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-FLD-IDX                 PIC 9(3) COMP VALUE 0.
       01  WS-LAYOUT-TABLE.
           05  WS-FIELD-ENTRY         OCCURS 100 TIMES.
               10  WS-FLD-NAME        PIC X(16).
               10  WS-FLD-OFFSET      PIC 9(5).
               10  WS-FLD-LENGTH      PIC 9(3).
               10  WS-FLD-TYPE        PIC X(6).
               10  WS-FLD-DIGITS      PIC 9(2).
               10  WS-FLD-SIGNED      PIC X(1).
               10  WS-FLD-OUT-OFFSET  PIC 9(5).
               10  WS-FLD-OUT-LENGTH  PIC 9(3).

      *> --- The record being converted ---
       01  WS-IN-RECORD               PIC X(4000) VALUE SPACES.
       01  WS-IN-FILL                 PIC 9(5) COMP VALUE 0.
       01  WS-RECORD-VALID-SW         PIC X VALUE "Y".
           88  WS-RECORD-VALID        VALUE "Y".

      *> --- The field being converted ---
       01  WS-FIELD-BYTES             PIC X(999) VALUE SPACES.
       01  WS-FIELD-LEN               PIC 9(3) COMP VALUE 0.
       01  WS-FIELD-FAILED-SW         PIC X VALUE "N".
           88  WS-FIELD-FAILED        VALUE "Y".
       01  WS-FAIL-REASON             PIC X(40) VALUE SPACES.
       01  WS-SUSPECT-REASON          PIC X(40) VALUE SPACES.
       01  WS-BYTE-IDX                PIC 9(3) COMP VALUE 0.
       01  WS-BYTE-VALUE              PIC 9(3) COMP VALUE 0.
       01  WS-HIGH-NIBBLE             PIC 9(3) COMP VALUE 0.
       01  WS-LOW-NIBBLE              PIC 9(3) COMP VALUE 0.
       01  WS-NEGATIVE-SW             PIC X VALUE "N".
           88  WS-NEGATIVE            VALUE "Y".

      *> Decoded values are carried in packed work fields wide
      *> enough for an unsigned 8-byte binary (20 digits).
       01  WS-NUM-VALUE               PIC S9(21) COMP-3 VALUE 0.
       01  WS-NUM-ABS                 PIC S9(21) COMP-3 VALUE 0.
       01  WS-NUM-REVERSED            PIC S9(21) COMP-3 VALUE 0.
       01  WS-BYTE-SCALE              PIC S9(21) COMP-3 VALUE 0.
       01  WS-HALF-SCALE              PIC S9(21) COMP-3 VALUE 0.
       01  WS-PIC-LIMIT               PIC S9(21) COMP-3 VALUE 0.
       01  WS-PIC-DIGITS              PIC 9(2) COMP VALUE 0.
       01  WS-DIGIT-IDX               PIC 9(2) COMP VALUE 0.
       01  WS-OUTPUT-MAX              PIC S9(21) COMP-3
                                       VALUE 999999999999999999.

      *> --- Output pictures (19 bytes each) ---
       01  WS-OUT-NUMBER              PIC S9(18)
                                       SIGN LEADING SEPARATE.
       01  WS-OUT-NUMBER-X            REDEFINES WS-OUT-NUMBER
                                       PIC X(19).
       01  WS-OUT-FLOAT               PIC S9(11)V9(7)
                                       SIGN LEADING SEPARATE.
       01  WS-OUT-FLOAT-X             REDEFINES WS-OUT-FLOAT
                                       PIC X(19).

      *> --- Floats: the source bytes rebuilt in native order ---
       01  WS-FLOAT-EXPONENT          PIC 9(4) COMP VALUE 0.
       01  WS-FLOAT-BIAS              PIC 9(4) COMP VALUE 0.
       01  WS-FLOAT-EXP-MAX           PIC 9(4) COMP VALUE 0.
       01  WS-FLOAT-MANTISSA-SUM      PIC 9(5) COMP VALUE 0.
       01  WS-FLOAT-WORK-1            PIC 9(3) COMP VALUE 0.
       01  WS-FLOAT-WORK-2            PIC 9(3) COMP VALUE 0.
       01  WS-SOURCE-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-FLOAT-SHORT             COMP-1 VALUE 0.
       01  WS-FLOAT-SHORT-BYTES       REDEFINES WS-FLOAT-SHORT
                                       PIC X(4).
       01  WS-FLOAT-LONG              COMP-2 VALUE 0.
       01  WS-FLOAT-LONG-BYTES        REDEFINES WS-FLOAT-LONG
                                       PIC X(8).

      *> 1.0 in IEEE-754 single precision is 3F 80 00 00. Which end
      *> the 3F lands at tells this side's float byte order.
       01  WS-FLOAT-PROBE             COMP-1 VALUE 1.
       01  WS-FLOAT-PROBE-BYTES       REDEFINES WS-FLOAT-PROBE.
           05  WS-FLOAT-PROBE-BYTE-1  PIC X(1).
           05  WS-FLOAT-PROBE-BYTE-2  PIC X(1).
           05  WS-FLOAT-PROBE-BYTE-3  PIC X(1).
           05  WS-FLOAT-PROBE-BYTE-4  PIC X(1).
       01  WS-FLOAT-ORDER             PIC X(7) VALUE SPACES.
           88  WS-FLOAT-SAME-ORDER    VALUE "SAME".
           88  WS-FLOAT-REVERSED      VALUE "REVERSE".

      *> --- EBCDIC text: code page 037 to ASCII, all 256 bytes ---
      *> Every code with no printable ASCII equivalent maps to
      *> X"1A" (SUB), which CONVERT-EBCDIC-FIELD then counts and
      *> shows as "?".
       01  WS-TEXT                    PIC X(999) VALUE SPACES.
       01  WS-SUB-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-EBCDIC-CODES.
           05  FILLER                 PIC X(16) VALUE
               X"000102030405060708090A0B0C0D0E0F".
           05  FILLER                 PIC X(16) VALUE
               X"101112131415161718191A1B1C1D1E1F".
           05  FILLER                 PIC X(16) VALUE
               X"202122232425262728292A2B2C2D2E2F".
           05  FILLER                 PIC X(16) VALUE
               X"303132333435363738393A3B3C3D3E3F".
           05  FILLER                 PIC X(16) VALUE
               X"404142434445464748494A4B4C4D4E4F".
           05  FILLER                 PIC X(16) VALUE
               X"505152535455565758595A5B5C5D5E5F".
           05  FILLER                 PIC X(16) VALUE
               X"606162636465666768696A6B6C6D6E6F".
           05  FILLER                 PIC X(16) VALUE
               X"707172737475767778797A7B7C7D7E7F".
           05  FILLER                 PIC X(16) VALUE
               X"808182838485868788898A8B8C8D8E8F".
           05  FILLER                 PIC X(16) VALUE
               X"909192939495969798999A9B9C9D9E9F".
           05  FILLER                 PIC X(16) VALUE
               X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           05  FILLER                 PIC X(16) VALUE
               X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
           05  FILLER                 PIC X(16) VALUE
               X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           05  FILLER                 PIC X(16) VALUE
               X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           05  FILLER                 PIC X(16) VALUE
               X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           05  FILLER                 PIC X(16) VALUE
               X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01  WS-ASCII-CODES.
           05  FILLER                 PIC X(16) VALUE
               X"1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"201A1A1A1A1A1A1A1A1A1A2E3C282B7C".
           05  FILLER                 PIC X(16) VALUE
               X"261A1A1A1A1A1A1A1A1A21242A293B1A".
           05  FILLER                 PIC X(16) VALUE
               X"2D2F1A1A1A1A1A1A1A1A1A2C255F3E3F".
           05  FILLER                 PIC X(16) VALUE
               X"1A1A1A1A1A1A1A1A1A603A2340273D22".
           05  FILLER                 PIC X(16) VALUE
               X"1A6162636465666768691A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"1A6A6B6C6D6E6F7071721A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"1A7E737475767778797A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"5E1A1A1A1A1A1A1A1A1A5B5D1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"7B4142434445464748491A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"7D4A4B4C4D4E4F5051521A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"5C1A535455565758595A1A1A1A1A1A1A".
           05  FILLER                 PIC X(16) VALUE
               X"303132333435363738391A1A1A1A1A1A".

      *> --- Counts and report fields ---
       01  WS-COUNTERS.
           05  WS-RECORDS-IN          PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-OUT         PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-FAILED      PIC 9(9) VALUE ZERO.
           05  WS-FIELDS-FAILED       PIC 9(9) VALUE ZERO.
           05  WS-SUSPECT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-DETAIL-LINES        PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-MAX              PIC 9(5) VALUE 1000.

       01  WS-REPORT-LINE-FIELDS.
           05  WS-RL-COUNT            PIC Z(8)9.
           05  WS-RL-RECNO            PIC Z(8)9.
           05  WS-RL-POS-FROM         PIC Z(4)9.
           05  WS-RL-POS-TO           PIC Z(4)9.
           05  WS-RL-LINE-NO          PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-REPORT-FILE
           PERFORM DETECT-FLOAT-ORDER
           PERFORM LOAD-LAYOUT
           IF NOT WS-LAYOUT-ERROR
               PERFORM OPEN-DATA-FILES
           END-IF
           IF NOT WS-LAYOUT-ERROR AND WS-INPUT-OK
               PERFORM WRITE-LAYOUT-MAP
               MOVE "N" TO WS-EOF-FLAG
               PERFORM CONVERT-ONE-RECORD UNTIL WS-EOF
               CLOSE CONVERTED-FILE
               CLOSE AIX-INPUT-FILE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CONVERSION-REPORT-FILE
           DISPLAY "AIXCONV report written to " WS-REPORT-GENERATION

      *> 0 = every record converted and nothing looked wrong,
      *> 4 = records failed or values are suspect (the report says
      *> which; the output holds every record that converted),
      *> 8 = bad layout or no input — nothing was converted.
           EVALUATE TRUE
               WHEN WS-LAYOUT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-INPUT-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-FAILED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-SUSPECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-REPORT-FILE.
           CALL "RPTGEN" USING
               WS-RPTGEN-PROGRAM
               WS-REPORT-GENERATION
           SET ENVIRONMENT "DD_AIXCVRPT" TO WS-REPORT-GENERATION
           OPEN OUTPUT CONVERSION-REPORT-FILE
           MOVE "AIX FILE CONVERSION" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE ALL "-" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

       DETECT-FLOAT-ORDER.
           EVALUATE TRUE
               WHEN WS-FLOAT-PROBE-BYTE-1 = X"3F"
                       AND WS-FLOAT-PROBE-BYTE-2 = X"80"
                   SET WS-FLOAT-SAME-ORDER TO TRUE
               WHEN WS-FLOAT-PROBE-BYTE-4 = X"3F"
                       AND WS-FLOAT-PROBE-BYTE-3 = X"80"
                   SET WS-FLOAT-REVERSED TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-FLOAT-ORDER
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> The layout — read and checked in full before a byte of data
      *> is touched; any error stops the run with nothing written.
      *> ------------------------------------------------------------
       LOAD-LAYOUT.
           ACCEPT WS-LAYOUT-NAME FROM ENVIRONMENT "AIXCONV_LAYOUT"
           IF WS-LAYOUT-NAME = SPACES
               MOVE "AIXCONV_LAYOUT NOT SET" TO WS-LAYOUT-REASON
               PERFORM WRITE-LAYOUT-ERROR
           ELSE
               PERFORM READ-LAYOUT-FILE
           END-IF
           IF NOT WS-LAYOUT-ERROR
               PERFORM CHECK-LAYOUT-COMPLETE
           END-IF.

       READ-LAYOUT-FILE.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "LAYOUT: " DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SPACE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE
           SET ENVIRONMENT "DD_LAYOUTIN" TO WS-LAYOUT-NAME
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE "LAYOUT FILE COULD NOT BE OPENED"
                   TO WS-LAYOUT-REASON
               PERFORM WRITE-LAYOUT-ERROR
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM LOAD-ONE-LAYOUT-LINE UNTIL WS-EOF
               CLOSE LAYOUT-FILE
           END-IF.

       LOAD-ONE-LAYOUT-LINE.
           READ LAYOUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LAYOUT-LINE-NO
                   EVALUATE TRUE
                       WHEN LAYOUT-RECORD (1:1) = "*"
                       WHEN LAYOUT-RECORD = SPACES
                           CONTINUE
                       WHEN LY-RECORD-TYPE = "FILE"
                           PERFORM LOAD-FILE-LINE
                       WHEN LY-RECORD-TYPE = "FLD "
                           PERFORM LOAD-FIELD-LINE
                       WHEN OTHER
                           MOVE "UNKNOWN LINE TYPE"
                               TO WS-LAYOUT-REASON
                           PERFORM WRITE-LAYOUT-ERROR
                   END-EVALUATE
           END-READ.

       LOAD-FILE-LINE.
           EVALUATE TRUE
               WHEN WS-FILE-LINE-SEEN
                   MOVE "SECOND FILE LINE" TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN LYF-INPUT-NAME = SPACES
                       OR LYF-OUTPUT-NAME = SPACES
                   MOVE "FILE LINE NEEDS INPUT AND OUTPUT NAMES"
                       TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN LYF-RECORD-LENGTH-X NOT NUMERIC
                   MOVE "RECORD LENGTH NOT NUMERIC"
                       TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN LYF-RECORD-LENGTH-N < 1
                       OR LYF-RECORD-LENGTH-N > 4000
                   MOVE "RECORD LENGTH NOT 1-4000"
                       TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN OTHER
                   SET WS-FILE-LINE-SEEN TO TRUE
                   MOVE LYF-INPUT-NAME TO WS-INPUT-NAME
                   MOVE LYF-OUTPUT-NAME TO WS-OUTPUT-NAME
                   MOVE LYF-RECORD-LENGTH-N TO WS-RECORD-LENGTH
           END-EVALUATE.

       LOAD-FIELD-LINE.
           MOVE SPACES TO WS-LAYOUT-REASON
           EVALUATE TRUE
               WHEN WS-FIELD-COUNT >= WS-FIELD-MAX
                   MOVE "MORE THAN 100 FIELDS" TO WS-LAYOUT-REASON
               WHEN LYD-OFFSET-X NOT NUMERIC
                       OR LYD-LENGTH-X NOT NUMERIC
                   MOVE "OFFSET OR LENGTH NOT NUMERIC"
                       TO WS-LAYOUT-REASON
               WHEN LYD-DIGITS-X NOT = SPACES
                       AND LYD-DIGITS-X NOT NUMERIC
                   MOVE "DIGITS NOT NUMERIC" TO WS-LAYOUT-REASON
               WHEN LYD-OFFSET-N < 1 OR LYD-LENGTH-N < 1
                   MOVE "OFFSET AND LENGTH MUST BE AT LEAST 1"
                       TO WS-LAYOUT-REASON
           END-EVALUATE
           IF WS-LAYOUT-REASON = SPACES
               ADD 1 TO WS-FIELD-COUNT
               MOVE WS-FIELD-COUNT TO WS-FLD-IDX
               MOVE LYD-FIELD-NAME TO WS-FLD-NAME (WS-FLD-IDX)
               MOVE LYD-OFFSET-N TO WS-FLD-OFFSET (WS-FLD-IDX)
               MOVE LYD-LENGTH-N TO WS-FLD-LENGTH (WS-FLD-IDX)
               MOVE LYD-DATA-TYPE TO WS-FLD-TYPE (WS-FLD-IDX)
               MOVE LYD-SIGNED TO WS-FLD-SIGNED (WS-FLD-IDX)
               IF LYD-DIGITS-X = SPACES
                   MOVE 0 TO WS-FLD-DIGITS (WS-FLD-IDX)
               ELSE
                   MOVE LYD-DIGITS-N TO WS-FLD-DIGITS (WS-FLD-IDX)
               END-IF
               PERFORM CHECK-FIELD-TYPE
           END-IF
           IF WS-LAYOUT-REASON NOT = SPACES
               PERFORM WRITE-LAYOUT-ERROR
           END-IF.

      *> Each type's length rule, and the field's place in the
      *> output record.
       CHECK-FIELD-TYPE.
           MOVE 19 TO WS-FLD-OUT-LENGTH (WS-FLD-IDX)
           EVALUATE WS-FLD-TYPE (WS-FLD-IDX)
               WHEN "BINARY"
                   IF WS-FLD-LENGTH (WS-FLD-IDX) NOT = 2
                           AND WS-FLD-LENGTH (WS-FLD-IDX) NOT = 4
                           AND WS-FLD-LENGTH (WS-FLD-IDX) NOT = 8
                       MOVE "BINARY LENGTH MUST BE 2, 4 OR 8"
                           TO WS-LAYOUT-REASON
                   END-IF
               WHEN "PACKED"
                   IF WS-FLD-LENGTH (WS-FLD-IDX) > 10
                       MOVE "PACKED LENGTH OVER 10"
                           TO WS-LAYOUT-REASON
                   END-IF
               WHEN "ZONED "
                   IF WS-FLD-LENGTH (WS-FLD-IDX) > 18
                       MOVE "ZONED LENGTH OVER 18"
                           TO WS-LAYOUT-REASON
                   END-IF
               WHEN "FLOAT "
                   IF WS-FLD-LENGTH (WS-FLD-IDX) NOT = 4
                           AND WS-FLD-LENGTH (WS-FLD-IDX) NOT = 8
                       MOVE "FLOAT LENGTH MUST BE 4 OR 8"
                           TO WS-LAYOUT-REASON
                   END-IF
               WHEN "EBCDIC"
                   MOVE WS-FLD-LENGTH (WS-FLD-IDX)
                       TO WS-FLD-OUT-LENGTH (WS-FLD-IDX)
               WHEN OTHER
                   MOVE "UNKNOWN FIELD TYPE" TO WS-LAYOUT-REASON
           END-EVALUATE
           COMPUTE WS-FLD-OUT-OFFSET (WS-FLD-IDX) =
               WS-OUTPUT-LENGTH + 1
           END-COMPUTE
           ADD WS-FLD-OUT-LENGTH (WS-FLD-IDX) TO WS-OUTPUT-LENGTH.

      *> Fields are checked against the record length once the
      *> FILE line is known, wherever it sat in the layout.
       CHECK-LAYOUT-COMPLETE.
           MOVE 0 TO WS-LAYOUT-LINE-NO
           EVALUATE TRUE
               WHEN NOT WS-FILE-LINE-SEEN
                   MOVE "NO FILE LINE" TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN WS-FIELD-COUNT = 0
                   MOVE "NO FLD LINES" TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN WS-OUTPUT-LENGTH > 2000
                   MOVE "OUTPUT RECORD OVER 2000 BYTES"
                       TO WS-LAYOUT-REASON
                   PERFORM WRITE-LAYOUT-ERROR
               WHEN OTHER
                   PERFORM CHECK-ONE-FIELD-EXTENT
                       VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELD-COUNT
           END-EVALUATE.

       CHECK-ONE-FIELD-EXTENT.
           IF WS-FLD-OFFSET (WS-FLD-IDX) + WS-FLD-LENGTH (WS-FLD-IDX)
                   - 1 > WS-RECORD-LENGTH
               MOVE SPACES TO WS-LAYOUT-REASON
               STRING "FIELD " DELIMITED BY SIZE
                      WS-FLD-NAME (WS-FLD-IDX) DELIMITED BY SPACE
                      " RUNS PAST THE RECORD LENGTH"
                          DELIMITED BY SIZE
                   INTO WS-LAYOUT-REASON
               END-STRING
               PERFORM WRITE-LAYOUT-ERROR
           END-IF.

       WRITE-LAYOUT-ERROR.
           SET WS-LAYOUT-ERROR TO TRUE
           MOVE WS-LAYOUT-LINE-NO TO WS-RL-LINE-NO
           MOVE SPACES TO CONVERSION-REPORT-LINE
           IF WS-LAYOUT-LINE-NO > 0
               STRING "ERROR: LAYOUT LINE " DELIMITED BY SIZE
                      WS-RL-LINE-NO         DELIMITED BY SIZE
                      " — "                 DELIMITED BY SIZE
                      WS-LAYOUT-REASON      DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-LINE
               END-STRING
           ELSE
               STRING "ERROR: LAYOUT — " DELIMITED BY SIZE
                      WS-LAYOUT-REASON   DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-LINE
               END-STRING
           END-IF
           WRITE CONVERSION-REPORT-LINE.

      *> The output is opened only once the input has opened, so a
      *> missing input never empties yesterday's output (ORDCONV).
       OPEN-DATA-FILES.
           SET ENVIRONMENT "DD_AIXIN" TO WS-INPUT-NAME
           OPEN INPUT AIX-INPUT-FILE
           IF WS-INPUT-OK
               SET ENVIRONMENT "DD_AIXOUT" TO WS-OUTPUT-NAME
               OPEN OUTPUT CONVERTED-FILE
           ELSE
               MOVE SPACES TO CONVERSION-REPORT-LINE
               STRING "ERROR: " DELIMITED BY SIZE
                      WS-INPUT-NAME DELIMITED BY SPACE
                      " COULD NOT BE OPENED — NOTHING CONVERTED, "
                          DELIMITED BY SIZE
                      WS-OUTPUT-NAME DELIMITED BY SPACE
                      " LEFT UNTOUCHED" DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-LINE
               END-STRING
               WRITE CONVERSION-REPORT-LINE
           END-IF.

       WRITE-LAYOUT-MAP.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "INPUT:  " DELIMITED BY SIZE
                  WS-INPUT-NAME DELIMITED BY SPACE
                  "   OUTPUT: " DELIMITED BY SIZE
                  WS-OUTPUT-NAME DELIMITED BY SPACE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE
           MOVE "FIELD            TYPE    OUTPUT POSITIONS"
               TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           PERFORM WRITE-ONE-MAP-LINE
               VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
           MOVE ALL "-" TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

       WRITE-ONE-MAP-LINE.
           MOVE WS-FLD-OUT-OFFSET (WS-FLD-IDX) TO WS-RL-POS-FROM
           COMPUTE WS-RL-POS-TO = WS-FLD-OUT-OFFSET (WS-FLD-IDX)
               + WS-FLD-OUT-LENGTH (WS-FLD-IDX) - 1
           END-COMPUTE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING WS-FLD-NAME (WS-FLD-IDX) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-FLD-TYPE (WS-FLD-IDX) DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-RL-POS-FROM           DELIMITED BY SIZE
                  " -"                     DELIMITED BY SIZE
                  WS-RL-POS-TO             DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE.

      *> ------------------------------------------------------------
      *> Conversion — one layout-length record at a time.
      *> ------------------------------------------------------------
       CONVERT-ONE-RECORD.
           MOVE 0 TO WS-IN-FILL
           PERFORM READ-ONE-BYTE
               UNTIL WS-EOF OR WS-IN-FILL = WS-RECORD-LENGTH
           EVALUATE TRUE
               WHEN WS-IN-FILL = WS-RECORD-LENGTH
                   ADD 1 TO WS-RECORDS-IN
                   PERFORM CONVERT-RECORD-FIELDS
               WHEN WS-IN-FILL > 0
      *> Bytes left over at end of file — a truncated transfer or
      *> a layout with the wrong record length.
                   ADD 1 TO WS-RECORDS-IN
                   ADD 1 TO WS-RECORDS-FAILED
                   PERFORM WRITE-SHORT-RECORD-LINE
           END-EVALUATE.

       READ-ONE-BYTE.
           READ AIX-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-FILL
                   MOVE AIX-INPUT-BYTE TO WS-IN-RECORD (WS-IN-FILL:1)
           END-READ.

       CONVERT-RECORD-FIELDS.
           MOVE "Y" TO WS-RECORD-VALID-SW
           MOVE SPACES TO CONVERTED-RECORD
           PERFORM CONVERT-ONE-FIELD
               VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
           IF WS-RECORD-VALID
               WRITE CONVERTED-RECORD
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               ADD 1 TO WS-RECORDS-FAILED
           END-IF.

      *> Every field of a failing record is still converted, so the
      *> report names every bad field, not just the first.
       CONVERT-ONE-FIELD.
           MOVE "N" TO WS-FIELD-FAILED-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACES TO WS-SUSPECT-REASON
           MOVE WS-FLD-LENGTH (WS-FLD-IDX) TO WS-FIELD-LEN
           MOVE WS-IN-RECORD (WS-FLD-OFFSET (WS-FLD-IDX):WS-FIELD-LEN)
               TO WS-FIELD-BYTES
           EVALUATE WS-FLD-TYPE (WS-FLD-IDX)
               WHEN "BINARY"
                   PERFORM CONVERT-BINARY-FIELD
               WHEN "PACKED"
                   PERFORM CONVERT-PACKED-FIELD
               WHEN "ZONED "
                   PERFORM CONVERT-ZONED-FIELD
               WHEN "FLOAT "
                   PERFORM CONVERT-FLOAT-FIELD
               WHEN "EBCDIC"
                   PERFORM CONVERT-EBCDIC-FIELD
           END-EVALUATE
           IF WS-FIELD-FAILED
               MOVE "N" TO WS-RECORD-VALID-SW
               ADD 1 TO WS-FIELDS-FAILED
               PERFORM WRITE-FAILED-FIELD-LINE
           ELSE
               PERFORM PLACE-FIELD-OUTPUT
               IF WS-SUSPECT-REASON NOT = SPACES
                   ADD 1 TO WS-SUSPECT-COUNT
                   PERFORM WRITE-SUSPECT-FIELD-LINE
               END-IF
           END-IF.

       PLACE-FIELD-OUTPUT.
           EVALUATE WS-FLD-TYPE (WS-FLD-IDX)
               WHEN "FLOAT "
                   MOVE WS-OUT-FLOAT-X TO CONVERTED-RECORD
                       (WS-FLD-OUT-OFFSET (WS-FLD-IDX):19)
               WHEN "EBCDIC"
                   MOVE WS-TEXT (1:WS-FIELD-LEN) TO CONVERTED-RECORD
                       (WS-FLD-OUT-OFFSET (WS-FLD-IDX):WS-FIELD-LEN)
               WHEN OTHER
                   MOVE WS-OUT-NUMBER-X TO CONVERTED-RECORD
                       (WS-FLD-OUT-OFFSET (WS-FLD-IDX):19)
           END-EVALUATE.

      *> The PIC limit a field's value is judged against — the
      *> layout's DIGITS, or what the field can hold when blank.
       SET-PIC-LIMIT.
           MOVE 1 TO WS-PIC-LIMIT
           PERFORM MULTIPLY-PIC-LIMIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > WS-PIC-DIGITS
           SUBTRACT 1 FROM WS-PIC-LIMIT.

       MULTIPLY-PIC-LIMIT.
           MULTIPLY 10 BY WS-PIC-LIMIT.

      *> Common to every numeric type: the sign applied, the
      *> magnitude checked against the 18-digit output and the PIC.
       FINISH-NUMERIC-FIELD.
           IF WS-NUM-VALUE < 0
               COMPUTE WS-NUM-ABS = 0 - WS-NUM-VALUE
               END-COMPUTE
           ELSE
               MOVE WS-NUM-VALUE TO WS-NUM-ABS
           END-IF
           IF WS-FLD-DIGITS (WS-FLD-IDX) > 0
               MOVE WS-FLD-DIGITS (WS-FLD-IDX) TO WS-PIC-DIGITS
           END-IF
           PERFORM SET-PIC-LIMIT
           EVALUATE TRUE
               WHEN WS-NUM-ABS > WS-OUTPUT-MAX
                   SET WS-FIELD-FAILED TO TRUE
                   MOVE "VALUE BEYOND 18 DIGITS" TO WS-FAIL-REASON
               WHEN WS-NUM-ABS > WS-PIC-LIMIT
                   MOVE "BEYOND PIC DIGITS — BYTE ORDER?"
                       TO WS-SUSPECT-REASON
               WHEN WS-NUM-ABS = WS-PIC-LIMIT AND WS-NUM-ABS > 0
                   MOVE "AT PIC BOUNDARY" TO WS-SUSPECT-REASON
           END-EVALUATE
           IF NOT WS-FIELD-FAILED
               MOVE WS-NUM-VALUE TO WS-OUT-NUMBER
           END-IF.

      *> Big-endian two's complement: the bytes read most
      *> significant first. The same bytes read least significant
      *> first give the value a byte-swapped writer would have
      *> meant — kept for the PLAUSIBLE SWAP test.
       CONVERT-BINARY-FIELD.
           MOVE 0 TO WS-NUM-VALUE
           MOVE 0 TO WS-NUM-REVERSED
           MOVE 1 TO WS-BYTE-SCALE
           PERFORM ACCUMULATE-BINARY-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-FIELD-LEN
           IF WS-FLD-SIGNED (WS-FLD-IDX) NOT = "U"
               COMPUTE WS-HALF-SCALE = WS-BYTE-SCALE / 2
               END-COMPUTE
               IF WS-NUM-VALUE >= WS-HALF-SCALE
                   SUBTRACT WS-BYTE-SCALE FROM WS-NUM-VALUE
               END-IF
               IF WS-NUM-REVERSED >= WS-HALF-SCALE
                   SUBTRACT WS-BYTE-SCALE FROM WS-NUM-REVERSED
               END-IF
           END-IF
           EVALUATE WS-FIELD-LEN
               WHEN 2
                   MOVE 4 TO WS-PIC-DIGITS
               WHEN 4
                   MOVE 9 TO WS-PIC-DIGITS
               WHEN OTHER
                   MOVE 18 TO WS-PIC-DIGITS
           END-EVALUATE
           PERFORM FINISH-NUMERIC-FIELD
           IF WS-SUSPECT-REASON = SPACES
                   AND NOT WS-FIELD-FAILED
                   AND WS-FIELD-BYTES (WS-FIELD-LEN:1) = X"00"
                   AND WS-NUM-REVERSED > 0
                   AND WS-NUM-REVERSED < WS-NUM-ABS
               MOVE "PLAUSIBLE BYTE SWAP" TO WS-SUSPECT-REASON
           END-IF.

      *> ORD gives a byte's position in the collating sequence,
      *> one more than its value.
       ACCUMULATE-BINARY-BYTE.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-FIELD-BYTES (WS-BYTE-IDX:1)) - 1
           END-COMPUTE
           COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 256 + WS-BYTE-VALUE
           END-COMPUTE
           COMPUTE WS-NUM-REVERSED =
               WS-NUM-REVERSED + WS-BYTE-VALUE * WS-BYTE-SCALE
           END-COMPUTE
           MULTIPLY 256 BY WS-BYTE-SCALE.

      *> Two digits a byte, the last byte's low nibble the sign.
       CONVERT-PACKED-FIELD.
           MOVE 0 TO WS-NUM-VALUE
           MOVE "N" TO WS-NEGATIVE-SW
           PERFORM UNPACK-ONE-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-FIELD-LEN
           IF NOT WS-FIELD-FAILED
               COMPUTE WS-PIC-DIGITS = WS-FIELD-LEN * 2 - 1
               END-COMPUTE
               PERFORM APPLY-DECIMAL-SIGN
           END-IF.

       UNPACK-ONE-BYTE.
           PERFORM SPLIT-BYTE-NIBBLES
           IF WS-HIGH-NIBBLE > 9
               SET WS-FIELD-FAILED TO TRUE
               MOVE "PACKED DIGIT NOT 0-9" TO WS-FAIL-REASON
           ELSE
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   + WS-HIGH-NIBBLE
               END-COMPUTE
           END-IF
           IF WS-BYTE-IDX < WS-FIELD-LEN
               IF WS-LOW-NIBBLE > 9
                   SET WS-FIELD-FAILED TO TRUE
                   MOVE "PACKED DIGIT NOT 0-9" TO WS-FAIL-REASON
               ELSE
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-LOW-NIBBLE
                   END-COMPUTE
               END-IF
           ELSE
               PERFORM JUDGE-SIGN-NIBBLE
           END-IF.

      *> EBCDIC zoned: F0-F9 for every digit, the last byte's zone
      *> carrying the sign in the packed sign-nibble code.
       CONVERT-ZONED-FIELD.
           MOVE 0 TO WS-NUM-VALUE
           MOVE "N" TO WS-NEGATIVE-SW
           PERFORM UNZONE-ONE-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-FIELD-LEN
           IF NOT WS-FIELD-FAILED
               MOVE WS-FIELD-LEN TO WS-PIC-DIGITS
               PERFORM APPLY-DECIMAL-SIGN
           END-IF.

       UNZONE-ONE-BYTE.
           PERFORM SPLIT-BYTE-NIBBLES
           IF WS-LOW-NIBBLE > 9
               SET WS-FIELD-FAILED TO TRUE
               MOVE "ZONED BYTE NOT AN EBCDIC DIGIT"
                   TO WS-FAIL-REASON
           ELSE
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   + WS-LOW-NIBBLE
               END-COMPUTE
           END-IF
           IF WS-BYTE-IDX < WS-FIELD-LEN
               IF WS-HIGH-NIBBLE NOT = 15
                   SET WS-FIELD-FAILED TO TRUE
                   MOVE "ZONED BYTE NOT AN EBCDIC DIGIT"
                       TO WS-FAIL-REASON
               END-IF
           ELSE
               MOVE WS-HIGH-NIBBLE TO WS-LOW-NIBBLE
               PERFORM JUDGE-SIGN-NIBBLE
           END-IF.

       SPLIT-BYTE-NIBBLES.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-FIELD-BYTES (WS-BYTE-IDX:1)) - 1
           END-COMPUTE
           DIVIDE WS-BYTE-VALUE BY 16
               GIVING WS-HIGH-NIBBLE REMAINDER WS-LOW-NIBBLE
           END-DIVIDE.

      *> Sign codes as IBM defines them: C, A, E, F positive;
      *> D, B negative; 0-9 is no sign at all.
       JUDGE-SIGN-NIBBLE.
           EVALUATE WS-LOW-NIBBLE
               WHEN 11
               WHEN 13
                   SET WS-NEGATIVE TO TRUE
               WHEN 10
               WHEN 12
               WHEN 14
               WHEN 15
                   CONTINUE
               WHEN OTHER
                   SET WS-FIELD-FAILED TO TRUE
                   MOVE "SIGN NIBBLE NOT A SIGN CODE"
                       TO WS-FAIL-REASON
           END-EVALUATE.

       APPLY-DECIMAL-SIGN.
           IF WS-NEGATIVE
               IF WS-NUM-VALUE = 0
                   MOVE "NEGATIVE ZERO" TO WS-SUSPECT-REASON
               END-IF
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
               END-COMPUTE
           END-IF
           PERFORM FINISH-NUMERIC-FIELD.

      *> The exponent is judged from the source bytes before the
      *> value is rebuilt — NaN and infinity cannot be moved to a
      *> decimal field, and a byte-swapped float shows itself as a
      *> denormal or an absurd exponent.
       CONVERT-FLOAT-FIELD.
           IF WS-FLOAT-ORDER = "UNKNOWN"
               SET WS-FIELD-FAILED TO TRUE
               MOVE "FLOAT BYTE ORDER UNDETECTED" TO WS-FAIL-REASON
           ELSE
               PERFORM JUDGE-FLOAT-EXPONENT
           END-IF
           IF NOT WS-FIELD-FAILED
               PERFORM REBUILD-NATIVE-FLOAT
           END-IF.

      *> The sign bit leads byte 1; the exponent takes the rest of
      *> it and the top 1 (single) or 4 (double) bits of byte 2.
       JUDGE-FLOAT-EXPONENT.
           MOVE 1 TO WS-BYTE-IDX
           PERFORM SPLIT-BYTE-NIBBLES
           MOVE WS-BYTE-VALUE TO WS-FLOAT-WORK-1
           MOVE 2 TO WS-BYTE-IDX
           PERFORM SPLIT-BYTE-NIBBLES
           MOVE WS-BYTE-VALUE TO WS-FLOAT-WORK-2
           IF WS-FLOAT-WORK-1 >= 128
               SUBTRACT 128 FROM WS-FLOAT-WORK-1
           END-IF
           IF WS-FIELD-LEN = 4
               COMPUTE WS-FLOAT-EXPONENT = WS-FLOAT-WORK-1 * 2
               END-COMPUTE
               IF WS-FLOAT-WORK-2 >= 128
                   ADD 1 TO WS-FLOAT-EXPONENT
                   SUBTRACT 128 FROM WS-FLOAT-WORK-2
               END-IF
               MOVE WS-FLOAT-WORK-2 TO WS-FLOAT-MANTISSA-SUM
               MOVE 127 TO WS-FLOAT-BIAS
               MOVE 255 TO WS-FLOAT-EXP-MAX
           ELSE
               COMPUTE WS-FLOAT-EXPONENT =
                   WS-FLOAT-WORK-1 * 16 + WS-HIGH-NIBBLE
               END-COMPUTE
               MOVE WS-LOW-NIBBLE TO WS-FLOAT-MANTISSA-SUM
               MOVE 1023 TO WS-FLOAT-BIAS
               MOVE 2047 TO WS-FLOAT-EXP-MAX
           END-IF
           PERFORM ADD-MANTISSA-BYTE
               VARYING WS-BYTE-IDX FROM 3 BY 1
               UNTIL WS-BYTE-IDX > WS-FIELD-LEN
           EVALUATE TRUE
               WHEN WS-FLOAT-EXPONENT = WS-FLOAT-EXP-MAX
                   SET WS-FIELD-FAILED TO TRUE
                   MOVE "FLOAT IS NAN OR INFINITY" TO WS-FAIL-REASON
               WHEN WS-FLOAT-EXPONENT = 0
                       AND WS-FLOAT-MANTISSA-SUM > 0
                   MOVE "DENORMAL FLOAT — BYTE ORDER?"
                       TO WS-SUSPECT-REASON
               WHEN WS-FLOAT-EXPONENT = 0
                   CONTINUE
               WHEN WS-FLOAT-EXPONENT > WS-FLOAT-BIAS + 50
               WHEN WS-FLOAT-EXPONENT + 50 < WS-FLOAT-BIAS
                   MOVE "EXTREME FLOAT EXPONENT — BYTE ORDER?"
                       TO WS-SUSPECT-REASON
           END-EVALUATE.

       ADD-MANTISSA-BYTE.
           COMPUTE WS-FLOAT-MANTISSA-SUM = WS-FLOAT-MANTISSA-SUM
               + FUNCTION ORD (WS-FIELD-BYTES (WS-BYTE-IDX:1)) - 1
           END-COMPUTE.

       REBUILD-NATIVE-FLOAT.
           PERFORM PLACE-ONE-FLOAT-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-FIELD-LEN
           IF WS-FIELD-LEN = 4
               COMPUTE WS-OUT-FLOAT ROUNDED = WS-FLOAT-SHORT
                   ON SIZE ERROR
                       SET WS-FIELD-FAILED TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-OUT-FLOAT ROUNDED = WS-FLOAT-LONG
                   ON SIZE ERROR
                       SET WS-FIELD-FAILED TO TRUE
               END-COMPUTE
           END-IF
           IF WS-FIELD-FAILED
               MOVE "FLOAT BEYOND 11 INTEGER DIGITS" TO WS-FAIL-REASON
           END-IF.

       PLACE-ONE-FLOAT-BYTE.
           IF WS-FLOAT-REVERSED
               COMPUTE WS-SOURCE-IDX = WS-FIELD-LEN + 1 - WS-BYTE-IDX
               END-COMPUTE
           ELSE
               MOVE WS-BYTE-IDX TO WS-SOURCE-IDX
           END-IF
           IF WS-FIELD-LEN = 4
               MOVE WS-FIELD-BYTES (WS-SOURCE-IDX:1)
                   TO WS-FLOAT-SHORT-BYTES (WS-BYTE-IDX:1)
           ELSE
               MOVE WS-FIELD-BYTES (WS-SOURCE-IDX:1)
                   TO WS-FLOAT-LONG-BYTES (WS-BYTE-IDX:1)
           END-IF.

       CONVERT-EBCDIC-FIELD.
           MOVE SPACES TO WS-TEXT
           MOVE WS-FIELD-BYTES (1:WS-FIELD-LEN) TO WS-TEXT
           INSPECT WS-TEXT (1:WS-FIELD-LEN)
               CONVERTING WS-EBCDIC-CODES TO WS-ASCII-CODES
           MOVE 0 TO WS-SUB-COUNT
           INSPECT WS-TEXT (1:WS-FIELD-LEN)
               TALLYING WS-SUB-COUNT FOR ALL X"1A"
           IF WS-SUB-COUNT > 0
               INSPECT WS-TEXT (1:WS-FIELD-LEN)
                   REPLACING ALL X"1A" BY "?"
               MOVE "TEXT BYTE WITH NO ASCII EQUIVALENT"
                   TO WS-SUSPECT-REASON
           END-IF.

      *> ------------------------------------------------------------
      *> Report lines — capped, so a file converted with the wrong
      *> layout does not bury the summary.
      *> ------------------------------------------------------------
       WRITE-FAILED-FIELD-LINE.
           MOVE "FAILED " TO WS-LAYOUT-REASON
           MOVE WS-FAIL-REASON TO WS-LAYOUT-REASON (9:40)
           PERFORM WRITE-DETAIL-LINE.

       WRITE-SUSPECT-FIELD-LINE.
           MOVE "SUSPECT" TO WS-LAYOUT-REASON
           MOVE WS-SUSPECT-REASON TO WS-LAYOUT-REASON (9:40)
           PERFORM WRITE-DETAIL-LINE.

       WRITE-SHORT-RECORD-LINE.
           MOVE SPACES TO WS-LAYOUT-REASON
           MOVE "FAILED  SHORT FINAL RECORD" TO WS-LAYOUT-REASON
           MOVE 0 TO WS-FLD-IDX
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-LINES
           EVALUATE TRUE
               WHEN WS-DETAIL-LINES < WS-DETAIL-MAX
                   MOVE WS-RECORDS-IN TO WS-RL-RECNO
                   MOVE SPACES TO CONVERSION-REPORT-LINE
                   STRING "RECORD "        DELIMITED BY SIZE
                          WS-RL-RECNO      DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          WS-LAYOUT-REASON DELIMITED BY SIZE
                       INTO CONVERSION-REPORT-LINE
                   END-STRING
                   IF WS-FLD-IDX > 0
                       MOVE WS-FLD-NAME (WS-FLD-IDX)
                           TO CONVERSION-REPORT-LINE (70:16)
                   END-IF
                   WRITE CONVERSION-REPORT-LINE
               WHEN WS-DETAIL-LINES = WS-DETAIL-MAX
                   MOVE "FURTHER DETAIL LINES SUPPRESSED — SEE COUNTS"
                       TO CONVERSION-REPORT-LINE
                   WRITE CONVERSION-REPORT-LINE
           END-EVALUATE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE

           MOVE WS-RECORDS-IN TO WS-RL-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "RECORDS IN:     " DELIMITED BY SIZE
                  WS-RL-COUNT        DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE

           MOVE WS-RECORDS-OUT TO WS-RL-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "RECORDS OUT:    " DELIMITED BY SIZE
                  WS-RL-COUNT        DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE

           MOVE WS-RECORDS-FAILED TO WS-RL-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "RECORDS FAILED: " DELIMITED BY SIZE
                  WS-RL-COUNT        DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE

           MOVE WS-FIELDS-FAILED TO WS-RL-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "FIELDS FAILED:  " DELIMITED BY SIZE
                  WS-RL-COUNT        DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE

           MOVE WS-SUSPECT-COUNT TO WS-RL-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "SUSPECT VALUES: " DELIMITED BY SIZE
                  WS-RL-COUNT        DELIMITED BY SIZE
               INTO CONVERSION-REPORT-LINE
           END-STRING
           WRITE CONVERSION-REPORT-LINE.
