003855*    09/02/26  DOB  HOLDS WHEN RUN CONTROL REPORTS A       *
003870*                   PREREQUISITE STEP NOT COMPLETE         *
003885*                   (SEE RUNCTL01).                        *
003888*    10/15/26  DOB  RENAMES THE NEW CAPTURE RECORD-COUNT   *
003891*                   AND HASH-TOTAL FIELDS ON THE ARCHVN    *
003894*                   COPY OF THE INDEX LAYOUT.              *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
007700         ==ARCHIVE-PURGED== BY ==NEW-PURGED==
007800         ==ARCHIVE-ON-FILE== BY ==NEW-ON-FILE==
007900         ==ARCHIVE-PURGE-ACTION-DATE==
008000             BY ==NEW-PURGE-ACTION-DATE==
008033         ==ARCHIVE-RECORD-COUNT== BY ==NEW-RECORD-COUNT==
008066         ==ARCHIVE-HASH-TOTAL== BY ==NEW-HASH-TOTAL==.
008100
008200 FD  ARPMAN-FILE.
008300     COPY "ARPMAN01.cpy".
