               10  TTOI            PIC X(8).
               10  TDSL            PIC S9(4) COMP.
               10  TDSF            PIC X(1).
               10  TDSI            PIC X(20).
               10  TGDL            PIC S9(4) COMP.
               10  TGDF            PIC X(1).
               10  TGDI            PIC X(10).
               10  TGCL            PIC S9(4) COMP.
               10  TGCF            PIC X(1).
               10  TGCI            PIC X(10).
           05  FUNCL               PIC S9(4) COMP.
           05  FUNCF               PIC X(1).
           05  FUNCI               PIC X(1).
           05  NDESCL              PIC S9(4) COMP.
           05  NDESCF              PIC X(1).
           05  NDESCI              PIC X(30).
           05  NGLDRL              PIC S9(4) COMP.
           05  NGLDRF              PIC X(1).
           05  NGLDRI              PIC X(10).
           05  NGLCRL              PIC S9(4) COMP.
           05  NGLCRF              PIC X(1).
           05  NGLCRI              PIC X(10).
           05  MSGL                PIC S9(4) COMP.
           05  MSGF                PIC X(1).
           05  MSGI                PIC X(60).
               10  TTOO            PIC X(8).
               10  FILLER          PIC X(2).
               10  TDSA            PIC X(1).
               10  TDSO            PIC X(20).
               10  FILLER          PIC X(2).
               10  TGDA            PIC X(1).
               10  TGDO            PIC X(10).
               10  FILLER          PIC X(2).
               10  TGCA            PIC X(1).
               10  TGCO            PIC X(10).
           05  FILLER              PIC X(2).
           05  FUNCA               PIC X(1).
           05  FUNCO               PIC X(1).
           05  NDESCA              PIC X(1).
           05  NDESCO              PIC X(30).
           05  FILLER              PIC X(2).
           05  NGLDRA              PIC X(1).
           05  NGLDRO              PIC X(10).
           05  FILLER              PIC X(2).
           05  NGLCRA              PIC X(1).
           05  NGLCRO              PIC X(10).
           05  FILLER              PIC X(2).
           05  MSGA                PIC X(1).
           05  MSGO                PIC X(60).
