           05 HX-AGE-AS-OF-DATE   PIC X(8).
           05 FILLER              PIC X.
           05 HX-DEPT-CODE        PIC X(4).
           05 FILLER              PIC X.
           05 HX-EMP-STATUS       PIC X.
           05 FILLER              PIC X.
           05 HX-STATUS-DATE      PIC X(8).
           05 FILLER              PIC X(3).
