      *>--------------------------------------------------------------
      *> BOTLFRPR - item master roll-forward proof report line layout
      *> for BOTL-FRPT-FILE, written by BOTLROLL: the prior night's
      *> master, tonight's maintenance and tonight's movement rolled
      *> forward item by item against the new master BOTTLES wrote,
      *> with a flag line for every item whose count or active flag
      *> does not roll forward and every item that appears or
      *> vanishes without a maintenance record.
      *>--------------------------------------------------------------
       01  BOTL-FRPT-LINE PIC X(100).
