      ***************************************************************
      * QUOTXCHG.CPY - translation-vendor interchange record for
      * QUOTEFIL content. QUOTXEXP writes one 'Q' record per quote
      * version and target language, with the source text
      * reassembled from all its QF-SEG segments and the target
      * text left blank; the vendor fills in QX-TGT-TEXT and
      * QX-TGT-LEN and returns the file, and QUOTXIMP validates it,
      * splits the target text back into QF-SEG records and loads
      * them. The file opens with an 'H' header carrying the layout
      * version and record length (the GUI6EXTR convention) and
      * closes with a 'T' trailer carrying the quote-record count,
      * so a stale layout or a truncated return is caught before
      * anything is loaded. Texts are held to QX-MAX-TEXT - ten
      * full QF-TEXT segments.
      ***************************************************************
      * 10/15/26 RPI 2260 INITIAL CODING
      ***************************************************************
       01  QX-RECORD.
           05  QX-REC-TYPE          PIC X(1).
               88  QX-HEADER             VALUE 'H'.
               88  QX-QUOTE              VALUE 'Q'.
               88  QX-TRAILER            VALUE 'T'.
           05  QX-QUOTE-DATA.
               10  QX-TRNID         PIC X(4).
               10  QX-SEQNO         PIC X(1).
               10  QX-SRC-LANG      PIC X(2).
               10  QX-TGT-LANG      PIC X(2).
               10  QX-EFF-FROM      PIC 9(8).
               10  QX-EFF-TO        PIC 9(8).
               10  QX-SRC-LEN       PIC 9(4).
               10  QX-TGT-LEN       PIC 9(4).
               10  QX-SRC-TEXT      PIC X(2330).
               10  QX-TGT-TEXT      PIC X(2330).
           05  QX-HEADER-DATA REDEFINES QX-QUOTE-DATA.
               10  QXH-LAYOUT-VERSION PIC 9(3).
               10  QXH-REC-LEN      PIC 9(5).
               10  QXH-EXPORT-DATE  PIC 9(8).
               10  QXH-SRC-LANG     PIC X(2).
           05  QX-TRAILER-DATA REDEFINES QX-QUOTE-DATA.
               10  QXT-QUOTE-COUNT  PIC 9(7).
       01  QX-CONSTANTS.
           05  QX-CUR-VERSION       PIC 9(3) VALUE 001.
           05  QX-CUR-REC-LEN       PIC 9(5) VALUE 04694.
           05  QX-MAX-TEXT          PIC 9(4) VALUE 2330.
           05  QX-SEG-SIZE          PIC 9(3) VALUE 233.
