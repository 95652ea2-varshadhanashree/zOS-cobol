               88  RW-TYPE-RENUMBER      VALUE "R".
               88  RW-TYPE-REVERSAL      VALUE "U".
               88  RW-TYPE-REFUSED       VALUE "X".
               88  RW-TYPE-APPLY         VALUE "A".
               88  RW-TYPE-FROZEN        VALUE "F".
               88  RW-TYPE-FOREIGN       VALUE "E".
               88  RW-TYPE-PROMOTE       VALUE "P".
               88  RW-TYPE-PROMOTE-BACKOUT VALUE "B".
           05  RW-RUN-DATETIME           PIC X(16).
           05  RW-APPROVER               PIC X(8).
           05  RW-APPROVE-DATETIME       PIC X(16).
           05  RW-RETURN-CODE            PIC 9(4).
