           TESTCASE "Does not segfault for Höhe = 1"
               MOVE 1 TO HOEHE
               PERFORM Main
           EXPECT 1 TO BE 1

           TESTCASE "Kunde mit zwei Konten bekommt eine Karte"
               MOVE 0 TO CM-USED
               MOVE 1 TO AS-USED
               MOVE "00001" TO AS-BANK(1)
               MOVE "0000000001" TO AS-ACCOUNT(1)
               MOVE "C" TO AS-STATUS(1)
               MOVE "C0000001000010000000001ANNA MUELLER"
                   TO CUSTOMER-MASTER-F
               PERFORM Merke-Kunde
               MOVE "C0000001000020000000002ANNA MUELLER"
                   TO CUSTOMER-MASTER-F
               PERFORM Merke-Kunde
           EXPECT CM-USED TO BE 1
           EXPECT CM-BANK(1) TO BE "00002"
