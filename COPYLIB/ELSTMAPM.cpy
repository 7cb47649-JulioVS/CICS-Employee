             03 FLTLODA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 FLTLODI       PIC X(1).
          02 LAYNAML COMP  PIC  S9(4).
          02 LAYNAMF       PICTURE X.
          02 FILLER REDEFINES LAYNAMF.
             03 LAYNAMA    PICTURE X.
          02 FILLER        PICTURE X(1).
          02 LAYNAMI       PIC X(8).
          02 MESSFLL COMP  PIC  S9(4).
          02 MESSFLF       PICTURE X.
          02 FILLER REDEFINES MESSFLF.
          02 FLTLODC       PICTURE X.
          02 FLTLODO       PIC X(1).
          02 FILLER        PICTURE X(3).
          02 LAYNAMC       PICTURE X.
          02 LAYNAMO       PIC X(8).
          02 FILLER        PICTURE X(3).
          02 MESSFLC       PICTURE X.
          02 MESSFLO       PIC X(79).
