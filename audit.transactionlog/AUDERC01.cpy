        01  ERASURE-REQUEST-CARD.
            05  ERC-IDENTIFICATION-TYPE PIC X(1).
            05  ERC-IDENTIFICATION-NUMBER PIC X(17).
            05  ERC-REQUEST-REFERENCE PIC X(20).
            05  ERC-REQUESTED-BY PIC X(8).
            05  ERC-APPROVED-BY PIC X(8).
            05  FILLER PIC X(10).
