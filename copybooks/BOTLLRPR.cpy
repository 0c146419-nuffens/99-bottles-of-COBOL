      *>--------------------------------------------------------------
      *> BOTLLRPR - lot posting report line layout for
      *> BOTL-LRPT-FILE, written by BOTLLOT as it posts the night's
      *> BOTLDTL extract to the lot inventory file: each lot
      *> received, undated stock loaded for a location with no lots
      *> on file, a flag line wherever the lots did not add up to the
      *> master count (and how they were put right), and the lots on
      *> hand per item and location.
      *>--------------------------------------------------------------
       01  BOTL-LRPT-LINE PIC X(100).
