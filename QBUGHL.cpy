      *================================================================
      *    QBUGHL - symbolic map for mapset QBUGHL / map QBUGHM
      *    (QBUGHL.bms). Kept in step with the mapset by hand so the
      *    twelve list rows can be a subscripted table instead of
      *    twelve sets of generated names - field order and lengths
      *    follow the DFHMDF order exactly, each field contributing
      *    its length halfword, flag/attribute byte and data bytes.
      *================================================================
       01  QBUGHMI.
           05  FILLER              PIC X(12).
           05  HLTOPL              PIC S9(4) COMP.
           05  HLTOPF              PIC X(1).
           05  HLTOPI              PIC X(20).
           05  HLD-ROWI            OCCURS 12 TIMES.
               10  PICKL           PIC S9(4) COMP.
               10  PICKF           PIC X(1).
               10  PICKI           PIC X(1).
               10  HDTL            PIC S9(4) COMP.
               10  HDTF            PIC X(1).
               10  HDTI            PIC X(8).
               10  HQIL            PIC S9(4) COMP.
               10  HQIF            PIC X(1).
               10  HQII            PIC X(8).
               10  HACL            PIC S9(4) COMP.
               10  HACF            PIC X(1).
               10  HACI            PIC X(10).
               10  HCDL            PIC S9(4) COMP.
               10  HCDF            PIC X(1).
               10  HCDI            PIC X(4).
               10  HAML            PIC S9(4) COMP.
               10  HAMF            PIC X(1).
               10  HAMI            PIC X(12).
               10  HRSL            PIC S9(4) COMP.
               10  HRSF            PIC X(1).
               10  HRSI            PIC X(3).
               10  HWCL            PIC S9(4) COMP.
               10  HWCF            PIC X(1).
               10  HWCI            PIC X(5).
               10  HWAL            PIC S9(4) COMP.
               10  HWAF            PIC X(1).
               10  HWAI            PIC X(14).
           05  ACT1L               PIC S9(4) COMP.
           05  ACT1F               PIC X(1).
           05  ACT1I               PIC X(79).
           05  ACT2L               PIC S9(4) COMP.
           05  ACT2F               PIC X(1).
           05  ACT2I               PIC X(79).
           05  DRSNL               PIC S9(4) COMP.
           05  DRSNF               PIC X(1).
           05  DRSNI               PIC X(30).
           05  MSGL                PIC S9(4) COMP.
           05  MSGF                PIC X(1).
           05  MSGI                PIC X(60).
       01  QBUGHMO REDEFINES QBUGHMI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(2).
           05  HLTOPA              PIC X(1).
           05  HLTOPO              PIC X(20).
           05  HLD-ROWO            OCCURS 12 TIMES.
               10  FILLER          PIC X(2).
               10  PICKA           PIC X(1).
               10  PICKO           PIC X(1).
               10  FILLER          PIC X(2).
               10  HDTA            PIC X(1).
               10  HDTO            PIC X(8).
               10  FILLER          PIC X(2).
               10  HQIA            PIC X(1).
               10  HQIO            PIC X(8).
               10  FILLER          PIC X(2).
               10  HACA            PIC X(1).
               10  HACO            PIC X(10).
               10  FILLER          PIC X(2).
               10  HCDA            PIC X(1).
               10  HCDO            PIC X(4).
               10  FILLER          PIC X(2).
               10  HAMA            PIC X(1).
               10  HAMO            PIC X(12).
               10  FILLER          PIC X(2).
               10  HRSA            PIC X(1).
               10  HRSO            PIC X(3).
               10  FILLER          PIC X(2).
               10  HWCA            PIC X(1).
               10  HWCO            PIC X(5).
               10  FILLER          PIC X(2).
               10  HWAA            PIC X(1).
               10  HWAO            PIC X(14).
           05  FILLER              PIC X(2).
           05  ACT1A               PIC X(1).
           05  ACT1O               PIC X(79).
           05  FILLER              PIC X(2).
           05  ACT2A               PIC X(1).
           05  ACT2O               PIC X(79).
           05  FILLER              PIC X(2).
           05  DRSNA               PIC X(1).
           05  DRSNO               PIC X(30).
           05  FILLER              PIC X(2).
           05  MSGA                PIC X(1).
           05  MSGO                PIC X(60).
