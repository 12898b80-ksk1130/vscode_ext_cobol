      * 顧客データーはJCUSTOMR.DATという専用ファイルに持つ。レイアウト
      * がCUSTOMER-DATA(CUSTOMER.DAT)と別物のため、ファイル名も分けて
      * ある。
      * 同じ規則を出荷先マスターSHIPTO.DAT(SHIP-TO-RECORD)の住所にも
      * 当てる。保守時にSHIP-TO-MAINTENANCEが照合済みでも、毎月の
      * 郵便番号マスター更新で番号が変わることがあるため、ここで
      * 全件を洗い直し、顧客と同じPOSTAL.EXCへ出荷先番号付きで出す。
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POSTAL-CODE
               FILE STATUS IS WS-PMS-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-MASTER-FILE.
       COPY POSTAL-MASTER-FILE-RECORD.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FILE-OK                  VALUE '00'.
           88  PMS-FOUND                     VALUE '00'.
           88  PMS-NOT-FOUND                 VALUE '23'.

       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FILE-OK                VALUE '00'.
           88  SHIPTO-FILE-EOF               VALUE '10'.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE 'POSTAL EXC: '.
           05  PE-CUSTOMER-ID           PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PE-REASON                PIC X(30).

       01  WS-SHIP-TO-EXCEPTION-LINE.
           05  FILLER                  PIC X(12) VALUE 'POSTAL EXC: '.
           05  PS-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  PS-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PS-POSTAL-CODE           PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PS-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT POSTAL-MASTER-FILE
           OPEN OUTPUT POSTAL-EXCEPTION-FILE
           PERFORM READ-CUSTOMER
           PERFORM VALIDATE-CUSTOMERS UNTIL CUST-FILE-EOF
           OPEN INPUT SHIP-TO-FILE
           IF SHIPTO-FILE-OK
               PERFORM READ-SHIP-TO
               PERFORM VALIDATE-SHIP-TOS UNTIL SHIPTO-FILE-EOF
               CLOSE SHIP-TO-FILE
           END-IF
           CLOSE POSTAL-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE POSTAL-EXCEPTION-FILE
                           FROM WS-EXCEPTION-DETAIL-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 退役済みの出荷先は今後の配送に使われないので照合しない。
      *----------------------------------------------------------------
       READ-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   SET SHIPTO-FILE-EOF TO TRUE
           END-READ.

       VALIDATE-SHIP-TOS.
           IF ST-SHIP-TO-ACTIVE
               PERFORM CHECK-SHIP-TO-POSTAL-CODE
           END-IF
           PERFORM READ-SHIP-TO.

       CHECK-SHIP-TO-POSTAL-CODE.
           MOVE ST-POSTAL-CODE TO PM-POSTAL-CODE
           READ POSTAL-MASTER-FILE KEY IS PM-POSTAL-CODE
               INVALID KEY
                   MOVE 'POSTAL CODE NOT ON FILE' TO PS-REASON
                   PERFORM WRITE-SHIP-TO-EXCEPTION
               NOT INVALID KEY
                   IF PM-PREFECTURE NOT = ST-PREFECTURE
                       OR PM-CITY NOT = ST-CITY
                       MOVE 'ADDRESS DOES NOT MATCH CODE'
                           TO PS-REASON
                       PERFORM WRITE-SHIP-TO-EXCEPTION
                   END-IF
           END-READ.

       WRITE-SHIP-TO-EXCEPTION.
           MOVE ST-CUSTOMER-ID TO PS-CUSTOMER-ID
           MOVE ST-SHIP-TO-NO TO PS-SHIP-TO-NO
           MOVE ST-POSTAL-CODE TO PS-POSTAL-CODE
           WRITE POSTAL-EXCEPTION-LINE
               FROM WS-SHIP-TO-EXCEPTION-LINE.
