       IDENTIFICATION DIVISION.
       PROGRAM-ID.   sgaddrh.
       AUTHOR.       Robin Johnson. Alex Reed.

      *    Address digest.  Called with a mail address, returns the
      *    one-way digest that stands in for it once a customer's
      *    address has been erased: "#" followed by thirty-six digits,
      *    four independent polynomial residues of the trimmed,
      *    upper-cased address, each taken modulo its own large
      *    prime.  The same address always yields the same digest,
      *    so the suppression master can hold a tombstone the mailer
      *    still matches against, but the address cannot be read
      *    back out of it.  The leading "#" and the absence of an @
      *    mean a digest can never be mistaken for, or collide with,
      *    a real address.  Every caller must use this routine - a
      *    digest computed any other way would not match.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-HASH-ADDRESS      PIC X(100) VALUE SPACES.
           01 WS-HASH-LEN          PIC 9(3) COMP VALUE ZERO.
           01 WS-HASH-IX           PIC 9(3) COMP VALUE ZERO.
           01 WS-HASH-ORD          PIC 9(3) COMP VALUE ZERO.
           01 WS-HASH-WORK         PIC 9(15) COMP VALUE ZERO.

      *    Four residues, each with its own multiplier and prime
           01 WS-HASH-ACCUMULATORS.
               05 WS-HASH-ACC OCCURS 4 TIMES PIC 9(9).
           01 WS-HASH-CONSTANTS.
               05 FILLER           PIC 9(3)  VALUE 131.
               05 FILLER           PIC 9(9)  VALUE 999999937.
               05 FILLER           PIC 9(3)  VALUE 137.
               05 FILLER           PIC 9(9)  VALUE 999999929.
               05 FILLER           PIC 9(3)  VALUE 139.
               05 FILLER           PIC 9(9)  VALUE 999999893.
               05 FILLER           PIC 9(3)  VALUE 149.
               05 FILLER           PIC 9(9)  VALUE 999999883.
           01 WS-HASH-CONSTANT-TABLE REDEFINES WS-HASH-CONSTANTS.
               05 WS-HASH-CONSTANT OCCURS 4 TIMES.
                   10 WS-HASH-MULT     PIC 9(3).
                   10 WS-HASH-PRIME    PIC 9(9).
           01 WS-HASH-ACC-IX       PIC 9(1) COMP VALUE ZERO.

       LINKAGE SECTION.
           01 AH-ADDRESS           PIC X(100).
           01 AH-DIGEST            PIC X(40).

       PROCEDURE DIVISION USING AH-ADDRESS AH-DIGEST.
       0000-MAIN-PROCESS.
           MOVE SPACES TO AH-DIGEST
           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(AH-ADDRESS))
               TO WS-HASH-ADDRESS
           MOVE LENGTH OF WS-HASH-ADDRESS TO WS-HASH-LEN
           PERFORM UNTIL WS-HASH-LEN = ZERO
                      OR WS-HASH-ADDRESS(WS-HASH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LEN
           END-PERFORM
           IF WS-HASH-LEN > ZERO
               PERFORM 1000-DIGEST-ADDRESS
           END-IF
           GOBACK.

      *    Seed each residue with the length, then fold in every
      *    character with its position, so transposed characters and
      *    padded variants of the same text all digest differently.
       1000-DIGEST-ADDRESS.
           PERFORM VARYING WS-HASH-ACC-IX FROM 1 BY 1
                   UNTIL WS-HASH-ACC-IX > 4
               MOVE WS-HASH-LEN TO WS-HASH-ACC(WS-HASH-ACC-IX)
           END-PERFORM
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > WS-HASH-LEN
               MOVE FUNCTION ORD(WS-HASH-ADDRESS(WS-HASH-IX:1))
                   TO WS-HASH-ORD
               PERFORM VARYING WS-HASH-ACC-IX FROM 1 BY 1
                       UNTIL WS-HASH-ACC-IX > 4
                   COMPUTE WS-HASH-WORK
                       = WS-HASH-ACC(WS-HASH-ACC-IX)
                           * WS-HASH-MULT(WS-HASH-ACC-IX)
                       + WS-HASH-ORD + WS-HASH-IX
                   COMPUTE WS-HASH-ACC(WS-HASH-ACC-IX)
                       = FUNCTION MOD(WS-HASH-WORK,
                           WS-HASH-PRIME(WS-HASH-ACC-IX))
               END-PERFORM
           END-PERFORM
           STRING "#" WS-HASH-ACCUMULATORS
               DELIMITED BY SIZE
               INTO AH-DIGEST
           END-STRING.
