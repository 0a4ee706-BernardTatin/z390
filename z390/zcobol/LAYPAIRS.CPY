      ***************************************************************
      * LAYPAIRS.CPY - standard writer/reader pair table for the
      * LAYMAP layout checker, used whenever no LAYCTL control cards
      * are supplied. One entry per writer/reader pair of a file or
      * TD queue: the file/queue name, the member and 01-level that
      * writes the record, and the member and 01-level that reads
      * it. LAYMAP compares the two layouts' record lengths and
      * field offsets and logs FAIL to BATCHLOG on any difference.
      * The GUI6EXTR header is paired with GUI6ACKR, the one reader
      * that takes the whole header - GUI6RECN, GUI6XFT, GUI6DUP and
      * GUI6VEL read only its 9-byte version prefix by design. Add a
      * pair by adding its four lines here, raising LP-ENTRY-CNT and
      * the OCCURS, and recompiling LAYMAP.
      ***************************************************************
      * 10/15/26 RPI 2259 INITIAL CODING
      * 10/15/26 RPI 2260 ADD QLANGCOV REPORT READ BY QUOTXEXP
      ***************************************************************
       01  LP-VALUES.
           05  FILLER PIC X(17) VALUE 'PSOACALL DEMOSUB2'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-LINE'.
           05  FILLER PIC X(8)  VALUE 'SOARECON'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(17) VALUE 'PSOACALL DEMOSUB2'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-LINE'.
           05  FILLER PIC X(8)  VALUE 'SOASVCRP'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(17) VALUE 'PSOACALL DEMOSUB2'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-LINE'.
           05  FILLER PIC X(8)  VALUE 'ABNDSOA'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(17) VALUE 'PSOACALL CUSTINQS'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-LINE'.
           05  FILLER PIC X(8)  VALUE 'SOARECON'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(17) VALUE 'PSOACALL VOLGEN  '.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(8)  VALUE 'SOARECON'.
           05  FILLER PIC X(24) VALUE 'WS-AUDIT-REC'.
           05  FILLER PIC X(17) VALUE 'PSOACALL SOAAUDIT'.
           05  FILLER PIC X(24) VALUE 'AUDIT-LINE'.
           05  FILLER PIC X(8)  VALUE 'SOAROLL'.
           05  FILLER PIC X(24) VALUE 'AUDIT-LINE'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-HEADER'.
           05  FILLER PIC X(8)  VALUE 'GUI6ACKR'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-HEADER'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(8)  VALUE 'GUI6RECN'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(8)  VALUE 'GUI6XFT'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(8)  VALUE 'GUI6VEL'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(8)  VALUE 'GUI6ACKR'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-DETAIL'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-TRAILER'.
           05  FILLER PIC X(8)  VALUE 'GUI6ACKR'.
           05  FILLER PIC X(24) VALUE 'WS-EXTR-TRAILER'.
           05  FILLER PIC X(17) VALUE 'PGUI6EXTRGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'EXTR-LINE'.
           05  FILLER PIC X(8)  VALUE 'GUI6RECN'.
           05  FILLER PIC X(24) VALUE 'EXTR-LINE'.
           05  FILLER PIC X(17) VALUE 'PBREAD   TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(8)  VALUE 'BREADLD'.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(17) VALUE 'PBREAD   TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(8)  VALUE 'GUI6RDRP'.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(17) VALUE 'PBREAD   VOLGEN  '.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(8)  VALUE 'BREADLD'.
           05  FILLER PIC X(24) VALUE 'WS-READ-ACCESS-REC'.
           05  FILLER PIC X(17) VALUE 'PCARC    TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-CARC-REC'.
           05  FILLER PIC X(8)  VALUE 'CARCDRN'.
           05  FILLER PIC X(24) VALUE 'CARC-LINE'.
           05  FILLER PIC X(17) VALUE 'PADRN    TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-ADDR-CHANGE-REC'.
           05  FILLER PIC X(8)  VALUE 'ADRNVER'.
           05  FILLER PIC X(24) VALUE 'WS-ADDR-CHANGE-REC'.
           05  FILLER PIC X(17) VALUE 'PADRN    VOLGEN  '.
           05  FILLER PIC X(24) VALUE 'WS-ADDR-CHANGE-REC'.
           05  FILLER PIC X(8)  VALUE 'ADRNVER'.
           05  FILLER PIC X(24) VALUE 'WS-ADDR-CHANGE-REC'.
           05  FILLER PIC X(17) VALUE 'PBREJ    TESTBEC7'.
           05  FILLER PIC X(24) VALUE 'WS-REJECT-REC'.
           05  FILLER PIC X(8)  VALUE 'BEC5RPT'.
           05  FILLER PIC X(24) VALUE 'WS-REJECT-REC'.
           05  FILLER PIC X(17) VALUE 'PBREJ    TESTBEC7'.
           05  FILLER PIC X(24) VALUE 'WS-REJECT-REC'.
           05  FILLER PIC X(8)  VALUE 'OPRACTV'.
           05  FILLER PIC X(24) VALUE 'WS-REJECT-REC'.
           05  FILLER PIC X(17) VALUE 'PBQEX    TESTBEC2'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(8)  VALUE 'QUOTXRPT'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(17) VALUE 'PBQEX    TESTBEC3'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(8)  VALUE 'QUOTXRPT'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(17) VALUE 'PBQEX    TESTBEC2'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(8)  VALUE 'QLANGCOV'.
           05  FILLER PIC X(24) VALUE 'WS-EXCP-REC'.
           05  FILLER PIC X(17) VALUE 'PBQHIT   TESTBEC2'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(8)  VALUE 'QUOTFREQ'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(17) VALUE 'PBQHIT   TESTBEC3'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(8)  VALUE 'QUOTFREQ'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(17) VALUE 'PBQHIT   TESTBEC2'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(8)  VALUE 'QLANGCOV'.
           05  FILLER PIC X(24) VALUE 'WS-HIT-REC'.
           05  FILLER PIC X(17) VALUE 'PBVOL    TESTBEC7'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(8)  VALUE 'BECVOL'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(17) VALUE 'PBVOL    TESTGUI4'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(8)  VALUE 'BECVOL'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(17) VALUE 'PBVOL    TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(8)  VALUE 'BECVOL'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(17) VALUE 'PBVOL    TESTGUIB'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(8)  VALUE 'BECVOL'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(17) VALUE 'PBVOL    TESTGUIP'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(8)  VALUE 'BECVOL'.
           05  FILLER PIC X(24) VALUE 'WS-VOL-REC'.
           05  FILLER PIC X(17) VALUE 'PPMTA    TESTGUI6'.
           05  FILLER PIC X(24) VALUE 'WS-PMTA-NOTIFY-REC'.
           05  FILLER PIC X(8)  VALUE 'PMTADRN'.
           05  FILLER PIC X(24) VALUE 'WS-NOTIFY-REC'.
           05  FILLER PIC X(17) VALUE 'PPMTA    VOLGEN  '.
           05  FILLER PIC X(24) VALUE 'WS-PMTA-NOTIFY-REC'.
           05  FILLER PIC X(8)  VALUE 'PMTADRN'.
           05  FILLER PIC X(24) VALUE 'WS-NOTIFY-REC'.
           05  FILLER PIC X(17) VALUE 'PPCLOG   TESTGUI4'.
           05  FILLER PIC X(24) VALUE 'WS-LOG-REC'.
           05  FILLER PIC X(8)  VALUE 'PCGAPRPT'.
           05  FILLER PIC X(24) VALUE 'WS-LOG-REC'.
           05  FILLER PIC X(17) VALUE 'PBATCHLOGGUI6EXT '.
           05  FILLER PIC X(24) VALUE 'BL-LINE'.
           05  FILLER PIC X(8)  VALUE 'BATCHWIN'.
           05  FILLER PIC X(24) VALUE 'BL-LINE'.
           05  FILLER PIC X(17) VALUE 'PBATCHLOGJOBCTL  '.
           05  FILLER PIC X(24) VALUE 'BL-LINE'.
           05  FILLER PIC X(8)  VALUE 'BATCHWIN'.
           05  FILLER PIC X(24) VALUE 'BL-LINE'.
           05  FILLER PIC X(17) VALUE 'PQLANGCOVQLANGCOV'.
           05  FILLER PIC X(24) VALUE 'WS-DETAIL-LINE'.
           05  FILLER PIC X(8)  VALUE 'QUOTXEXP'.
           05  FILLER PIC X(24) VALUE 'WS-COV-DETAIL'.
       01  LP-TABLE REDEFINES LP-VALUES.
           05  LP-ENTRY OCCURS 38 TIMES.
               10  LP-TYPE            PIC X.
               10  LP-FILE-NAME       PIC X(8).
               10  LP-WRITER-MEMBER   PIC X(8).
               10  LP-WRITER-REC      PIC X(24).
               10  LP-READER-MEMBER   PIC X(8).
               10  LP-READER-REC      PIC X(24).
       01  LP-ENTRY-CNT               PIC 9(3) VALUE 038.
