      *copies; every screen header shows it so nobody confuses the
      *two.
       01  VFX-SESSION-MARK            PIC X(12) EXTERNAL.
      *Report archive hand-off - a report program closes its print
      *file, names itself and the file here and CALLs
      *G3-VFX-229-RPT-ARCH, which copies the run into the dated
      *report archive and clears the items again.
       01  VFX-ARCH-PROG               PIC X(20) EXTERNAL.
       01  VFX-ARCH-FILE-NAME          PIC X(20) EXTERNAL.
