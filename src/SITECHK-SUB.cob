       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITECHK-SUB.
       AUTHOR. COBOL-EXPERT.

       *> Site-master lookup, following the JOBLOCK-SUB model. Site
       *> codes used to be accepted wherever they were typed, so a
       *> CONTROLCARD or maintenance card naming a site that does not
       *> exist went through and quietly matched nothing. Every
       *> program that accepts a site code now hands it here before
       *> acting on it: one keyed read of the indexed site master
       *> SITE-MAINT maintains says whether the site is active,
       *> closed or unknown. A site master that cannot be read is
       *> announced and reported back as such, so the caller refuses
       *> rather than trusting a code it could not confirm.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       WORKING-STORAGE SECTION.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.

       LINKAGE SECTION.
       COPY SITEPM.

       PROCEDURE DIVISION USING SITE-CHECK-PARMS.
       *> Main execution routine
       0000-SITE-CHECK.
           MOVE 'E' TO SK-RESULT
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               MOVE SK-SITE-CODE TO SM-SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO SK-RESULT
                   NOT INVALID KEY
                       IF SM-STATUS = 'A'
                           MOVE 'Y' TO SK-RESULT
                       ELSE
                           MOVE 'C' TO SK-RESULT
                       END-IF
               END-READ
               CLOSE SITE-MASTER-FILE
           ELSE
               DISPLAY 'SITECHK-SUB: SITE MASTER OPEN FAILED, '
                   'STATUS=' WS-SITE-MASTER-STATUS
           END-IF
           GOBACK.
