          03 MNTDA9L                PIC S9(4) COMP.
          03 MNTDA9F                PIC X.
          03 MNTDA9I                PIC X(40).
          03 MNTLB10L               PIC S9(4) COMP.
          03 MNTLB10F               PIC X.
          03 MNTLB10I               PIC X(20).
          03 MNTDA10L               PIC S9(4) COMP.
          03 MNTDA10F               PIC X.
          03 MNTDA10I               PIC X(40).
          03 MNTMSGL                PIC S9(4) COMP.
          03 MNTMSGF                PIC X.
          03 MNTMSGI                PIC X(79).
          03 MNTDA9A                PIC X.
          03 MNTDA9O                PIC X(40).
          03 FILLER                 PIC XX.
          03 MNTLB10A               PIC X.
          03 MNTLB10O               PIC X(20).
          03 FILLER                 PIC XX.
          03 MNTDA10A               PIC X.
          03 MNTDA10O               PIC X(40).
          03 FILLER                 PIC XX.
          03 MNTMSGA                PIC X.
          03 MNTMSGO                PIC X(79).
