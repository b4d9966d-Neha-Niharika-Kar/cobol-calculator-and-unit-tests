      *****************************************************************
      * CALCDRM - Disaster-recovery package manifest (CALCDRMF)        *
      * One record per store per package generation, written by        *
      * CALCDRBK once the generation has been re-read and proved, and  *
      * read by CALCDRRV to prove a restored store. Every record of a  *
      * generation carries the same CALCBDAT business date and the     *
      * CALCCHNA chain anchor the audit log stood at when the package  *
      * was taken: that pair is what makes the restored stores one     *
      * night rather than a mixture. Generations are kept in the same  *
      * order and number as on CALCDRPK.                               *
      *****************************************************************
       01  DRM-RECORD.
           05  DRM-BUSINESS-DATE       PIC 9(8).
           05  DRM-RUN-DATE            PIC 9(8).
           05  DRM-RUN-TIME            PIC 9(6).
           05  DRM-STORE-NO            PIC 9(2).
           05  DRM-STORE-NAME          PIC X(8).
           05  DRM-STORE-STATE         PIC X.
               88  DRM-STORE-COPIED    VALUE "C".
               88  DRM-STORE-ABSENT    VALUE "A".
           05  DRM-RECORD-COUNT        PIC 9(9).
           05  DRM-HASH-TOTAL          PIC 9(9).
           05  DRM-CHAIN-ANCHOR        PIC 9(9).
