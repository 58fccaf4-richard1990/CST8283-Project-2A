      * Record layout of the permanent ADDRESS-MASTER-FILE
      * (STUADDR.DAT), keyed by STUDENT-NUMBER alone alongside the
      * name master -- one row per student the registrar has a
      * mailing address for. The registrar's extract carries no
      * address, so rows are added, changed and deleted only by the
      * ADDRMNT transaction batch, which stamps each row with the
      * date and initials of its last change. COUNTRY is left blank
      * for a Canadian address, which must then carry a province
      * code and a postal code in A9A 9A9 form.
       01 ADDRESS-MASTER-RECORD.
           05 ADDR-STUDENT-NUMBER   PIC 9(9).
           05 ADDR-LINE-1           PIC X(30).
           05 ADDR-LINE-2           PIC X(30).
           05 ADDR-CITY             PIC X(20).
           05 ADDR-PROVINCE         PIC X(2).
           05 ADDR-POSTAL-CODE      PIC X(7).
           05 ADDR-COUNTRY          PIC X(20).
           05 ADDR-PHONE            PIC X(14).
           05 ADDR-EMAIL            PIC X(40).
           05 ADDR-LAST-CHANGED-DATE PIC 9(8).
           05 ADDR-LAST-CHANGED-BY  PIC X(3).
