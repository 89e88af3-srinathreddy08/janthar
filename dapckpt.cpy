           05  DC-PEND-OUT-COUNT           PIC S9(09) COMP-3.
           05  DC-PEND-OUT-HASH            PIC S9(09) COMP-3.
           05  DC-LAST-APPLIED-KEY         PIC X(12).
           05  DC-PEND-HELD-BACK           PIC S9(09) COMP-3.
