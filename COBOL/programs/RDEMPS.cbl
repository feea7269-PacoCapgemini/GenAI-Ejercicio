                 :EMPLOYEE-ADDRESS-LINE-1,
                 :EMPLOYEE-ADDRESS-LINE-2,
                 :EMPLOYEE-POSTAL-CODE,
                 :EMPLOYEE-TAX-JURISDICTION,
                 :EMPLOYEE-COMPANY-CODE

           END-EXEC.

