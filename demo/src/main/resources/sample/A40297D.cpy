                    10 CD-ACCOUNTNUM        PIC  9(15) COMP-3.
                    10 CD-PRODUCT           PIC  X(40).
                    10 CD-CYCLEDAY          PIC  9(02).
                    10 CD-DELIVERYMETHOD    PIC  X(01).
      *END OF COPYBOOK
