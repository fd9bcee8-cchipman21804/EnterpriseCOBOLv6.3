      * SYMBOLIC MAP FOR MAPSET CUSTSET (BMS SOURCE CUSTSET),
      * TRANSACTION CINQ.  REGENERATE FROM THE BMS SOURCE WHEN A
      * FIELD CHANGES.
       01  CUSTINQI.
           02  FILLER PIC X(12).
           02  IDATEL   COMP  PIC  S9(4).
           02  IDATEF   PICTURE X.
           02  FILLER REDEFINES IDATEF.
             03 IDATEA   PICTURE X.
           02  IDATEI   PIC X(10).
           02  IACCTL   COMP  PIC  S9(4).
           02  IACCTF   PICTURE X.
           02  FILLER REDEFINES IACCTF.
             03 IACCTA   PICTURE X.
           02  IACCTI   PIC X(8).
           02  INAMEL   COMP  PIC  S9(4).
           02  INAMEF   PICTURE X.
           02  FILLER REDEFINES INAMEF.
             03 INAMEA   PICTURE X.
           02  INAMEI   PIC X(20).
           02  DNAMEL   COMP  PIC  S9(4).
           02  DNAMEF   PICTURE X.
           02  FILLER REDEFINES DNAMEF.
             03 DNAMEA   PICTURE X.
           02  DNAMEI   PIC X(33).
           02  DOPENL   COMP  PIC  S9(4).
           02  DOPENF   PICTURE X.
           02  FILLER REDEFINES DOPENF.
             03 DOPENA   PICTURE X.
           02  DOPENI   PIC X(8).
           02  DLASTL   COMP  PIC  S9(4).
           02  DLASTF   PICTURE X.
           02  FILLER REDEFINES DLASTF.
             03 DLASTA   PICTURE X.
           02  DLASTI   PIC X(8).
           02  DBALL    COMP  PIC  S9(4).
           02  DBALF    PICTURE X.
           02  FILLER REDEFINES DBALF.
             03 DBALA    PICTURE X.
           02  DBALI    PIC X(13).
           02  DSTATL   COMP  PIC  S9(4).
           02  DSTATF   PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03 DSTATA   PICTURE X.
           02  DSTATI   PIC X(40).
           02  LIN01L   COMP  PIC  S9(4).
           02  LIN01F   PICTURE X.
           02  FILLER REDEFINES LIN01F.
             03 LIN01A   PICTURE X.
           02  LIN01I   PIC X(79).
           02  LIN02L   COMP  PIC  S9(4).
           02  LIN02F   PICTURE X.
           02  FILLER REDEFINES LIN02F.
             03 LIN02A   PICTURE X.
           02  LIN02I   PIC X(79).
           02  LIN03L   COMP  PIC  S9(4).
           02  LIN03F   PICTURE X.
           02  FILLER REDEFINES LIN03F.
             03 LIN03A   PICTURE X.
           02  LIN03I   PIC X(79).
           02  LIN04L   COMP  PIC  S9(4).
           02  LIN04F   PICTURE X.
           02  FILLER REDEFINES LIN04F.
             03 LIN04A   PICTURE X.
           02  LIN04I   PIC X(79).
           02  LIN05L   COMP  PIC  S9(4).
           02  LIN05F   PICTURE X.
           02  FILLER REDEFINES LIN05F.
             03 LIN05A   PICTURE X.
           02  LIN05I   PIC X(79).
           02  LIN06L   COMP  PIC  S9(4).
           02  LIN06F   PICTURE X.
           02  FILLER REDEFINES LIN06F.
             03 LIN06A   PICTURE X.
           02  LIN06I   PIC X(79).
           02  LIN07L   COMP  PIC  S9(4).
           02  LIN07F   PICTURE X.
           02  FILLER REDEFINES LIN07F.
             03 LIN07A   PICTURE X.
           02  LIN07I   PIC X(79).
           02  LIN08L   COMP  PIC  S9(4).
           02  LIN08F   PICTURE X.
           02  FILLER REDEFINES LIN08F.
             03 LIN08A   PICTURE X.
           02  LIN08I   PIC X(79).
           02  LIN09L   COMP  PIC  S9(4).
           02  LIN09F   PICTURE X.
           02  FILLER REDEFINES LIN09F.
             03 LIN09A   PICTURE X.
           02  LIN09I   PIC X(79).
           02  LIN10L   COMP  PIC  S9(4).
           02  LIN10F   PICTURE X.
           02  FILLER REDEFINES LIN10F.
             03 LIN10A   PICTURE X.
           02  LIN10I   PIC X(79).
           02  IMSGL    COMP  PIC  S9(4).
           02  IMSGF    PICTURE X.
           02  FILLER REDEFINES IMSGF.
             03 IMSGA    PICTURE X.
           02  IMSGI    PIC X(79).
       01  CUSTINQO REDEFINES CUSTINQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDATEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  IACCTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  INAMEO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  DNAMEO   PIC X(33).
           02  FILLER PICTURE X(3).
           02  DOPENO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  DLASTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  DBALO    PIC X(13).
           02  FILLER PICTURE X(3).
           02  DSTATO   PIC X(40).
           02  FILLER PICTURE X(3).
           02  LIN01O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN02O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN03O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN04O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN05O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN06O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN07O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN08O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN09O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN10O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  IMSGO    PIC X(79).
       01  CUSTUPDI.
           02  FILLER PIC X(12).
           02  UDATEL   COMP  PIC  S9(4).
           02  UDATEF   PICTURE X.
           02  FILLER REDEFINES UDATEF.
             03 UDATEA   PICTURE X.
           02  UDATEI   PIC X(10).
           02  UACCTL   COMP  PIC  S9(4).
           02  UACCTF   PICTURE X.
           02  FILLER REDEFINES UACCTF.
             03 UACCTA   PICTURE X.
           02  UACCTI   PIC X(8).
           02  USTATL   COMP  PIC  S9(4).
           02  USTATF   PICTURE X.
           02  FILLER REDEFINES USTATF.
             03 USTATA   PICTURE X.
           02  USTATI   PIC X(40).
           02  UNAMEL   COMP  PIC  S9(4).
           02  UNAMEF   PICTURE X.
           02  FILLER REDEFINES UNAMEF.
             03 UNAMEA   PICTURE X.
           02  UNAMEI   PIC X(33).
           02  UOPENL   COMP  PIC  S9(4).
           02  UOPENF   PICTURE X.
           02  FILLER REDEFINES UOPENF.
             03 UOPENA   PICTURE X.
           02  UOPENI   PIC X(8).
           02  ULASTL   COMP  PIC  S9(4).
           02  ULASTF   PICTURE X.
           02  FILLER REDEFINES ULASTF.
             03 ULASTA   PICTURE X.
           02  ULASTI   PIC X(8).
           02  UBALL    COMP  PIC  S9(4).
           02  UBALF    PICTURE X.
           02  FILLER REDEFINES UBALF.
             03 UBALA    PICTURE X.
           02  UBALI    PIC X(13).
           02  UMSGL    COMP  PIC  S9(4).
           02  UMSGF    PICTURE X.
           02  FILLER REDEFINES UMSGF.
             03 UMSGA    PICTURE X.
           02  UMSGI    PIC X(79).
       01  CUSTUPDO REDEFINES CUSTUPDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  UDATEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  UACCTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  USTATO   PIC X(40).
           02  FILLER PICTURE X(3).
           02  UNAMEO   PIC X(33).
           02  FILLER PICTURE X(3).
           02  UOPENO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  ULASTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  UBALO    PIC X(13).
           02  FILLER PICTURE X(3).
           02  UMSGO    PIC X(79).
