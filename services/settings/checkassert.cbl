               returning oper-found
             end-call
           end-if
           if oper-found is not equal to 1
             exit paragraph
           end-if
           if oper-value(1:40) is equal to spaces
