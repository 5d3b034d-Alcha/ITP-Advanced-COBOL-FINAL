      *(hand-keyed or legacy titles) land on the royalty report's
      *unassigned line so someone goes and fixes the feed.
           05  VML-MST-STUDIO-ID       PIC X(8).
      *Day the operator in VML-MST-OPERATOR-ID last touched the
      *title, so maintenance work can be counted by period.
           05  VML-MST-MAINT-DATE      PIC X(8).
