       IDENTIFICATION DIVISION.
       PROGRAM-ID. SealRtn.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SRT-MODULUS         PIC 9(9)  VALUE 999999937.
       01 SRT-POS             PIC 9(3)  COMP.
       01 SRT-WORK            PIC 9(15) COMP.

       LINKAGE SECTION.
           COPY SEALRTN.

      *    Valeur de controle : polynome en base 257 sur les octets
      *    de l'enregistrement, reduit modulo un nombre premier ; un
      *    octet change suffit a changer la valeur.  Les octets 121 a
      *    136 (AUD-REV-STATUS, AUD-REV-KEY) ne sont pas pris.
       PROCEDURE DIVISION USING SEAL-RTN-AREA.
       Main-Control.
           EVALUATE TRUE
               WHEN SR-HASH-RECORD
                   MOVE 0 TO SRT-WORK
                   PERFORM Hash-One-Byte
                       VARYING SRT-POS FROM 1 BY 1
                       UNTIL SRT-POS > 141
                   MOVE SRT-WORK TO SR-RECORD-HASH
               WHEN SR-ADD-RECORD
                   COMPUTE SRT-WORK = SR-RUN-CHECK + SR-RECORD-HASH
                   COMPUTE SR-RUN-CHECK =
                       FUNCTION MOD(SRT-WORK, SRT-MODULUS)
                   ADD 1 TO SR-RUN-COUNT
               WHEN SR-CHAIN-SEAL
                   COMPUTE SRT-WORK = SR-PREV-CHAIN * 65599
                       + SR-RUN-CHECK * 31 + SR-RUN-COUNT
                   COMPUTE SR-CHAIN =
                       FUNCTION MOD(SRT-WORK, SRT-MODULUS)
           END-EVALUATE
           GOBACK.

       Hash-One-Byte.
           IF SRT-POS < 121 OR SRT-POS > 136 THEN
               COMPUTE SRT-WORK = SRT-WORK * 257
                   + FUNCTION ORD(SR-AUDIT-IMAGE(SRT-POS:1))
               COMPUTE SRT-WORK = FUNCTION MOD(SRT-WORK, SRT-MODULUS)
           END-IF.

       END PROGRAM SealRtn.
