      *Skeleton COBOL Copybook - Dated report archive file control
      *VFX-RSRC-TXT is whichever report print file is being archived;
      *G3-VFX-229-RPT-ARCH points its logical name at the real file
      *through the environment before the OPEN. VFX-RPRT-FILE is
      *where the reprint screen writes an archived run back out.
           SELECT VFX-RIDX-FILE
               ASSIGN TO "VFXRPTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIDX-KEY
               FILE STATUS IS WS-RIDX-STATUS.
           SELECT VFX-RARC-FILE
               ASSIGN TO "VFXRPTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RARC-KEY
               FILE STATUS IS WS-RARC-STATUS.
           SELECT VFX-RSRC-TXT
               ASSIGN TO "VFXRPTSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSRC-STATUS.
           SELECT VFX-RPRT-FILE
               ASSIGN TO "VFXREPRINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.
