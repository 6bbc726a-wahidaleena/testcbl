      *================================================================
      *    QBUGCA - symbolic map for mapset QBUGCA / map QBUGCM
      *    (QBUGCA.bms). Kept in step with the mapset by hand so the
      *    twelve holiday rows can be a subscripted table instead of
      *    twelve sets of generated names - field order and lengths
      *    follow the DFHMDF order exactly, each field contributing
      *    its length halfword, flag/attribute byte and data bytes.
      *================================================================
       01  QBUGCMI.
           05  FILLER              PIC X(12).
           05  CMTOPL              PIC S9(4) COMP.
           05  CMTOPF              PIC X(1).
           05  CMTOPI              PIC X(8).
           05  CBUSL               PIC S9(4) COMP.
           05  CBUSF               PIC X(1).
           05  CBUSI               PIC X(8).
           05  CNEXTL              PIC S9(4) COMP.
           05  CNEXTF              PIC X(1).
           05  CNEXTI              PIC X(8).
           05  CPREVL              PIC S9(4) COMP.
           05  CPREVF              PIC X(1).
           05  CPREVI              PIC X(8).
           05  CCUTL               PIC S9(4) COMP.
           05  CCUTF               PIC X(1).
           05  CCUTI               PIC X(6).
           05  CBACKL              PIC S9(4) COMP.
           05  CBACKF              PIC X(1).
           05  CBACKI              PIC X(3).
           05  CFWDL               PIC S9(4) COMP.
           05  CFWDF               PIC X(1).
           05  CFWDI               PIC X(3).
           05  CDRNL               PIC S9(4) COMP.
           05  CDRNF               PIC X(1).
           05  CDRNI               PIC X(8).
           05  CRCNL               PIC S9(4) COMP.
           05  CRCNF               PIC X(1).
           05  CRCNI               PIC X(8).
           05  CBALL               PIC S9(4) COMP.
           05  CBALF               PIC X(1).
           05  CBALI               PIC X(8).
           05  HOL-ROWI            OCCURS 12 TIMES.
               10  HDTL            PIC S9(4) COMP.
               10  HDTF            PIC X(1).
               10  HDTI            PIC X(8).
               10  HDYL            PIC S9(4) COMP.
               10  HDYF            PIC X(1).
               10  HDYI            PIC X(3).
               10  HDSL            PIC S9(4) COMP.
               10  HDSF            PIC X(1).
               10  HDSI            PIC X(30).
               10  HBYL            PIC S9(4) COMP.
               10  HBYF            PIC X(1).
               10  HBYI            PIC X(8).
           05  FUNCL               PIC S9(4) COMP.
           05  FUNCF               PIC X(1).
           05  FUNCI               PIC X(1).
           05  NDATEL              PIC S9(4) COMP.
           05  NDATEF              PIC X(1).
           05  NDATEI              PIC X(8).
           05  NDESCL              PIC S9(4) COMP.
           05  NDESCF              PIC X(1).
           05  NDESCI              PIC X(30).
           05  NCUTL               PIC S9(4) COMP.
           05  NCUTF               PIC X(1).
           05  NCUTI               PIC X(6).
           05  NBACKL              PIC S9(4) COMP.
           05  NBACKF              PIC X(1).
           05  NBACKI              PIC X(3).
           05  NFWDL               PIC S9(4) COMP.
           05  NFWDF               PIC X(1).
           05  NFWDI               PIC X(3).
           05  NBUSL               PIC S9(4) COMP.
           05  NBUSF               PIC X(1).
           05  NBUSI               PIC X(8).
           05  MSGL                PIC S9(4) COMP.
           05  MSGF                PIC X(1).
           05  MSGI                PIC X(60).
       01  QBUGCMO REDEFINES QBUGCMI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(2).
           05  CMTOPA              PIC X(1).
           05  CMTOPO              PIC X(8).
           05  FILLER              PIC X(2).
           05  CBUSA               PIC X(1).
           05  CBUSO               PIC X(8).
           05  FILLER              PIC X(2).
           05  CNEXTA              PIC X(1).
           05  CNEXTO              PIC X(8).
           05  FILLER              PIC X(2).
           05  CPREVA              PIC X(1).
           05  CPREVO              PIC X(8).
           05  FILLER              PIC X(2).
           05  CCUTA               PIC X(1).
           05  CCUTO               PIC X(6).
           05  FILLER              PIC X(2).
           05  CBACKA              PIC X(1).
           05  CBACKO              PIC X(3).
           05  FILLER              PIC X(2).
           05  CFWDA               PIC X(1).
           05  CFWDO               PIC X(3).
           05  FILLER              PIC X(2).
           05  CDRNA               PIC X(1).
           05  CDRNO               PIC X(8).
           05  FILLER              PIC X(2).
           05  CRCNA               PIC X(1).
           05  CRCNO               PIC X(8).
           05  FILLER              PIC X(2).
           05  CBALA               PIC X(1).
           05  CBALO               PIC X(8).
           05  HOL-ROWO            OCCURS 12 TIMES.
               10  FILLER          PIC X(2).
               10  HDTA            PIC X(1).
               10  HDTO            PIC X(8).
               10  FILLER          PIC X(2).
               10  HDYA            PIC X(1).
               10  HDYO            PIC X(3).
               10  FILLER          PIC X(2).
               10  HDSA            PIC X(1).
               10  HDSO            PIC X(30).
               10  FILLER          PIC X(2).
               10  HBYA            PIC X(1).
               10  HBYO            PIC X(8).
           05  FILLER              PIC X(2).
           05  FUNCA               PIC X(1).
           05  FUNCO               PIC X(1).
           05  FILLER              PIC X(2).
           05  NDATEA              PIC X(1).
           05  NDATEO              PIC X(8).
           05  FILLER              PIC X(2).
           05  NDESCA              PIC X(1).
           05  NDESCO              PIC X(30).
           05  FILLER              PIC X(2).
           05  NCUTA               PIC X(1).
           05  NCUTO               PIC X(6).
           05  FILLER              PIC X(2).
           05  NBACKA              PIC X(1).
           05  NBACKO              PIC X(3).
           05  FILLER              PIC X(2).
           05  NFWDA               PIC X(1).
           05  NFWDO               PIC X(3).
           05  FILLER              PIC X(2).
           05  NBUSA               PIC X(1).
           05  NBUSO               PIC X(8).
           05  FILLER              PIC X(2).
           05  MSGA                PIC X(1).
           05  MSGO                PIC X(60).

